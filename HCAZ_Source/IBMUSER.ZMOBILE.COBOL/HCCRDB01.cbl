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
      *              Claim Contract and Appeal Logic                   *
      *                                                                *
      *   Shows a claim against its payer contract - billed, paid,     *
      *  the PAYERCONTRACT amount in force for its payer and charge    *
      *  code on the service date, and the shortfall - and tracks      *
      *  the dispute the billing office raises with the payer: an      *
      *  appeal is opened (CLAIMSTAT APPEALSTATUS O) on a paid or      *
      *  rejected claim with a note, and closed as won (W) or lost     *
      *  (L).  The monthly variance report (HCCRBJ02) shows it.        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCCRDB01.
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
                                        VALUE 'HCCRDB01------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-FILLER                PIC X.
           03 WS-ADDR-DFHCOMMAREA      USAGE is POINTER.
           03 WS-CALEN                 PIC S9(4) COMP.

      *----------------------------------------------------------------*
       COPY HCERRSWS.
      *----------------------------------------------------------------*
      * Fields to be used to calculate if commarea is large enough
       01  WS-COMMAREA-LENGTHS.
           03 WS-CA-HEADERTRAILER-LEN  PIC S9(4) COMP VALUE +18.
           03 WS-REQUIRED-CA-LEN       PIC S9(4)      VALUE +0.

       01  WS-AMOUNT-DISP              PIC 9(5).99.
       01  WS-SHORTFALL-DISP           PIC -9(4).99.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *----------------------------------------------------------------*
       01  DB2-OUT.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-CLAIM-ID             PIC S9(9) COMP.
           03 DB2-PAYER                PIC X(20).
           03 DB2-CHARGE-CODE          PIC X(6).
           03 DB2-SERVICE-DATE         PIC X(10).
           03 DB2-CLAIM-STATUS         PIC X(1).
           03 DB2-BILLED               PIC S9(5)V99 COMP-3.
           03 DB2-PAID                 PIC S9(5)V99 COMP-3.
           03 DB2-CONTRACT             PIC S9(5)V99 COMP-3.
           03 DB2-SHORTFALL            PIC S9(5)V99 COMP-3.
           03 DB2-APPEAL-STATUS        PIC X(1).
           03 DB2-APPEAL-NOTE          PIC X(30).
           03 DB2-APPEAL-DATE          PIC X(10).
           03 DB2-APPEAL-BY            PIC X(10).

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
           MOVE CA-PATIENT-ID TO DB2-PATIENT-ID.
           MOVE CA-CR-CLAIM-ID TO DB2-CLAIM-ID.

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

      *----------------------------------------------------------------*
      * Obtain details in DB2                                          *
      *----------------------------------------------------------------*
           EVALUATE CA-REQUEST-ID
             WHEN '01ACRA'
               PERFORM OPEN-APPEAL
             WHEN '01CCRA'
               PERFORM CLOSE-APPEAL
             WHEN '01ICRA'
               PERFORM GET-CLAIM
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
       OPEN-APPEAL.
      *================================================================*
      * Open a dispute with the payer - a note saying why is needed.   *
      * Only a paid or rejected claim can be appealed (02), and not    *
      * one whose appeal is still open (03).                           *
      *================================================================*
           IF CA-CR-APPEAL-NOTE EQUAL SPACES
            OR CA-CR-STAFF-USER EQUAL SPACES
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM FIND-CLAIM
           IF DB2-CLAIM-STATUS NOT EQUAL 'P'
            AND DB2-CLAIM-STATUS NOT EQUAL 'R'
              MOVE '02' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF
           IF DB2-APPEAL-STATUS EQUAL 'O'
              MOVE '03' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' UPDATE CLAIMSTAT' TO EM-SQLREQ
           EXEC SQL
               UPDATE CLAIMSTAT
                  SET APPEALSTATUS = 'O',
                      APPEALNOTE   = :CA-CR-APPEAL-NOTE,
                      APPEALDATE   = CURRENT DATE,
                      APPEALBY     = :CA-CR-STAFF-USER
                WHERE CLAIMID      = :DB2-CLAIM-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM GET-CLAIM.

           EXIT.

      *================================================================*
       CLOSE-APPEAL.
      *================================================================*
      * Record the payer's answer on an open appeal (02) - won (W) or  *
      * lost (L).  A keyed note replaces the one it was opened with.   *
      *================================================================*
           IF (CA-CR-APPEAL-STATUS NOT EQUAL 'W' AND
               CA-CR-APPEAL-STATUS NOT EQUAL 'L')
            OR CA-CR-STAFF-USER EQUAL SPACES
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM FIND-CLAIM
           IF DB2-APPEAL-STATUS NOT EQUAL 'O'
              MOVE '02' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           IF CA-CR-APPEAL-NOTE NOT EQUAL SPACES
              MOVE CA-CR-APPEAL-NOTE TO DB2-APPEAL-NOTE
           END-IF

           MOVE ' UPDATE CLAIMSTAT' TO EM-SQLREQ
           EXEC SQL
               UPDATE CLAIMSTAT
                  SET APPEALSTATUS = :CA-CR-APPEAL-STATUS,
                      APPEALNOTE   = :DB2-APPEAL-NOTE,
                      APPEALCLOSED = CURRENT DATE,
                      APPEALCLOSEDBY = :CA-CR-STAFF-USER
                WHERE CLAIMID      = :DB2-CLAIM-ID
                  AND APPEALSTATUS = 'O'
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM GET-CLAIM.

           EXIT.

      *================================================================*
       GET-CLAIM.
      *================================================================*
      * The claim with its contract price - no contract on file for    *
      * the payer and code shows the contract and shortfall blank      *
      *================================================================*
           PERFORM FIND-CLAIM

           MOVE ' SELECT PAYERCONTRACT' TO EM-SQLREQ
           EXEC SQL
               SELECT EXPECTEDAMT
                 INTO :DB2-CONTRACT
                 FROM PAYERCONTRACT
                WHERE PAYER      = :DB2-PAYER
                  AND CHARGECODE = :DB2-CHARGE-CODE
                  AND EFFDATE   <= DATE(:DB2-SERVICE-DATE)
                ORDER BY EFFDATE DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               COMPUTE DB2-SHORTFALL = DB2-CONTRACT - DB2-PAID
               MOVE DB2-CONTRACT      TO WS-AMOUNT-DISP
               MOVE WS-AMOUNT-DISP    TO CA-CR-CONTRACT
               MOVE DB2-SHORTFALL     TO WS-SHORTFALL-DISP
               MOVE WS-SHORTFALL-DISP TO CA-CR-SHORTFALL
             WHEN 100
               MOVE SPACES TO CA-CR-CONTRACT
               MOVE SPACES TO CA-CR-SHORTFALL
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           MOVE DB2-CLAIM-ID      TO CA-CR-CLAIM-ID
           MOVE DB2-PAYER         TO CA-CR-PAYER
           MOVE DB2-CHARGE-CODE   TO CA-CR-CHARGE-CODE
           MOVE DB2-SERVICE-DATE  TO CA-CR-SERVICE-DATE
           MOVE DB2-CLAIM-STATUS  TO CA-CR-CLAIM-STATUS
           MOVE DB2-BILLED        TO WS-AMOUNT-DISP
           MOVE WS-AMOUNT-DISP    TO CA-CR-BILLED
           MOVE DB2-PAID          TO WS-AMOUNT-DISP
           MOVE WS-AMOUNT-DISP    TO CA-CR-PAID
           MOVE DB2-APPEAL-STATUS TO CA-CR-APPEAL-STATUS
           MOVE DB2-APPEAL-NOTE   TO CA-CR-APPEAL-NOTE
           MOVE DB2-APPEAL-DATE   TO CA-CR-APPEAL-DATE
           MOVE DB2-APPEAL-BY     TO CA-CR-APPEAL-BY.

           EXIT.

      *================================================================*
       FIND-CLAIM.
      *================================================================*
      * The keyed claim, which must belong to the keyed patient - not  *
      * found is 01.  A claim extracted before the payer was kept on   *
      * it takes the primary coverage on its service date.             *
      *================================================================*
           MOVE ' SELECT CLAIMSTAT' TO EM-SQLREQ
           EXEC SQL
               SELECT VALUE(NULLIF(S.PAYER, ' '),
                       ( SELECT V.PAYER FROM COVERAGE V
                          WHERE V.PATIENTID = S.PATIENTID
                            AND V.PRIORITY  = 1
                            AND DATE(V.EFFDATE) <=
                                DATE(SUBSTR(S.CHARGEDATETIME, 1, 10))
                            AND (V.TERMDATE = ' '
                                 OR DATE(V.TERMDATE) >=
                                    DATE(SUBSTR(S.CHARGEDATETIME,
                                                1, 10)))
                          ORDER BY V.EFFDATE DESC
                          FETCH FIRST 1 ROW ONLY ),
                       ' '),
                      S.CHARGECODE, SUBSTR(S.CHARGEDATETIME, 1, 10),
                      S.STATUS, S.AMOUNT, S.PAIDAMOUNT,
                      VALUE(S.APPEALSTATUS, ' '),
                      VALUE(S.APPEALNOTE, ' '),
                      VALUE(CHAR(S.APPEALDATE, ISO), ' '),
                      VALUE(S.APPEALBY, ' ')
                 INTO :DB2-PAYER, :DB2-CHARGE-CODE, :DB2-SERVICE-DATE,
                      :DB2-CLAIM-STATUS, :DB2-BILLED, :DB2-PAID,
                      :DB2-APPEAL-STATUS, :DB2-APPEAL-NOTE,
                      :DB2-APPEAL-DATE, :DB2-APPEAL-BY
                 FROM CLAIMSTAT S
                WHERE S.CLAIMID   = :DB2-CLAIM-ID
                  AND S.PATIENTID = :DB2-PATIENT-ID
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
