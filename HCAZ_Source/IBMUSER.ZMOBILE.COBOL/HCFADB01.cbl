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
      *              Financial Assistance Logic                        *
      *                                                                *
      *   A patient applies for financial assistance with household    *
      *  size and annual income (FINASSIST decision P).  The income    *
      *  per household member suggests a discount band off the         *
      *  FABAND sliding scale - the lowest band whose income limit     *
      *  it is within.  A supervisor then approves (A), with the       *
      *  suggested or another band and the effective dates, or         *
      *  declines (D).  While an approved award is in effect           *
      *  HCCHDB01 and HCAVDB01 charge at the band's discounted rate    *
      *  (HCFAPD).  Approving a renewal ends the patient's earlier     *
      *  award the day before the new one starts.                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCFADB01.
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
                                        VALUE 'HCFADB01------WS'.
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

      * keyed income arrives as whole cents, digits only - justified
      * and zero-filled before the NUMERIC test (the HCCGBJ01 idiom)
       COPY HCRJWS.
       01  WS-AMOUNT-JUST              PIC X(10) JUSTIFIED RIGHT.
       01  WS-AMOUNT-NUM REDEFINES WS-AMOUNT-JUST
                                       PIC 9(10).
       01  WS-INCOME-DISP              PIC 9(7).99.
       01  WS-PCT-DISP                 PIC 9(3).99.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *----------------------------------------------------------------*
       01  DB2-OUT.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-APP-ID               PIC S9(9) COMP.
           03 DB2-HOUSEHOLD            PIC S9(4) COMP.
           03 DB2-INCOME               PIC S9(7)V99 COMP-3.
           03 DB2-INCOME-PP            PIC S9(7)V99 COMP-3.
           03 DB2-DECISION             PIC X(1).
           03 DB2-BAND                 PIC X(1).
           03 DB2-DISCOUNT-PCT         PIC S9(3)V99 COMP-3.
           03 DB2-EFF-FROM             PIC X(10).
           03 DB2-EFF-TO               PIC X(10).
           03 DB2-APPLIED-BY           PIC X(10).
           03 DB2-APPLIED-DATE         PIC X(10).
           03 DB2-DECIDED-BY           PIC X(10).

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
             WHEN '01AFAP'
               PERFORM APPLY-ASSISTANCE
             WHEN '01DFAP'
               PERFORM DECIDE-ASSISTANCE
             WHEN '01IFAP'
               PERFORM GET-ASSISTANCE
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
       APPLY-ASSISTANCE.
      *================================================================*
      * Record an application - household size and annual income       *
      * (whole cents) are required.  A patient with an application     *
      * still awaiting decision may not open another (02).  The band   *
      * suggested by income per household member is stored with it;    *
      * blank means the income is over every band's limit.             *
      *================================================================*
           IF CA-FA-HOUSEHOLD NOT NUMERIC
            OR CA-FA-HOUSEHOLD EQUAL ZERO
            OR CA-FA-STAFF-USER EQUAL SPACES
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-FA-HOUSEHOLD TO DB2-HOUSEHOLD

           MOVE CA-FA-INCOME TO RJ-VALUE-IN
           PERFORM EDIT-INCOME
           COMPUTE DB2-INCOME = WS-AMOUNT-NUM / 100

           MOVE ' SELECT FINASSIST' TO EM-SQLREQ
           EXEC SQL
               SELECT APPID
                 INTO :DB2-APP-ID
                 FROM FINASSIST
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND DECISION  = 'P'
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE '02' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

      *    the sliding scale - the deepest discount the income per
      *    head qualifies for
           COMPUTE DB2-INCOME-PP ROUNDED = DB2-INCOME / DB2-HOUSEHOLD
           MOVE SPACES TO DB2-BAND
           MOVE ' SELECT FABAND' TO EM-SQLREQ
           EXEC SQL
               SELECT BAND
                 INTO :DB2-BAND
                 FROM FABAND
                WHERE MAXINCOMEPP >= :DB2-INCOME-PP
                ORDER BY MAXINCOMEPP
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' INSERT FINASSIST' TO EM-SQLREQ
           EXEC SQL
               INSERT INTO FINASSIST
                         ( APPID,
                           PATIENTID,
                           HOUSEHOLDSIZE,
                           ANNUALINCOME,
                           DECISION,
                           DISCOUNTBAND,
                           APPLIEDBY,
                           APPLIED )
                  VALUES ( DEFAULT,
                           :DB2-PATIENT-ID,
                           :DB2-HOUSEHOLD,
                           :DB2-INCOME,
                           'P',
                           :DB2-BAND,
                           :CA-FA-STAFF-USER,
                           CURRENT TIMESTAMP )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           EXEC SQL
                SET :DB2-APP-ID = IDENTITY_VAL_LOCAL()
           END-EXEC

           MOVE DB2-APP-ID TO CA-FA-APP-ID
           PERFORM GET-ASSISTANCE.

           EXIT.

      *================================================================*
       DECIDE-ASSISTANCE.
      *================================================================*
      * Supervisor decision on an application awaiting one (02).       *
      * Approval takes the keyed band or else the suggested one - it   *
      * must be on the FABAND scale (03) - and the keyed effective     *
      * dates, defaulting to one year from today.                      *
      *================================================================*
           IF (CA-FA-DECISION NOT EQUAL 'A' AND
               CA-FA-DECISION NOT EQUAL 'D')
            OR CA-FA-STAFF-USER EQUAL SPACES
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM FIND-ASSISTANCE
           IF DB2-DECISION NOT EQUAL 'P'
              MOVE '02' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           IF CA-FA-DECISION EQUAL 'A'
              PERFORM EDIT-AWARD
              PERFORM END-PRIOR-AWARD
           ELSE
              MOVE SPACES TO DB2-EFF-FROM
              MOVE SPACES TO DB2-EFF-TO
           END-IF

           MOVE ' UPDATE FINASSIST' TO EM-SQLREQ
           EXEC SQL
               UPDATE FINASSIST
                  SET DECISION      = :CA-FA-DECISION,
                      DISCOUNTBAND  = :DB2-BAND,
                      EFFECTIVEFROM = DATE(NULLIF(:DB2-EFF-FROM, ' ')),
                      EFFECTIVETO   = DATE(NULLIF(:DB2-EFF-TO, ' ')),
                      DECIDEDBY     = :CA-FA-STAFF-USER,
                      DECIDED       = CURRENT TIMESTAMP
                WHERE APPID         = :DB2-APP-ID
                  AND DECISION      = 'P'
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM GET-ASSISTANCE.

           EXIT.

      *================================================================*
       EDIT-AWARD.
      *================================================================*
      * The band to award and its effective dates.  A blank start is   *
      * today, a blank end a year on from the start; a date DB2 will   *
      * not take, or an end before the start, is refused (87).         *
      *================================================================*
           IF CA-FA-BAND NOT EQUAL SPACES AND
              CA-FA-BAND NOT EQUAL LOW-VALUES
              MOVE CA-FA-BAND TO DB2-BAND
           END-IF

           MOVE ' SELECT FABAND' TO EM-SQLREQ
           EXEC SQL
               SELECT DISCOUNTPCT
                 INTO :DB2-DISCOUNT-PCT
                 FROM FABAND
                WHERE BAND = :DB2-BAND
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '03' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           MOVE CA-FA-EFF-FROM TO DB2-EFF-FROM
           MOVE CA-FA-EFF-TO   TO DB2-EFF-TO
           INSPECT DB2-EFF-FROM REPLACING ALL LOW-VALUES BY SPACES
           INSPECT DB2-EFF-TO   REPLACING ALL LOW-VALUES BY SPACES

           MOVE ' SELECT DATES' TO EM-SQLREQ
           EXEC SQL
               SELECT CHAR(VALUE(DATE(NULLIF(:DB2-EFF-FROM, ' ')),
                                 CURRENT DATE), ISO)
                 INTO :DB2-EFF-FROM
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT EQUAL 0
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           EXEC SQL
               SELECT CHAR(VALUE(DATE(NULLIF(:DB2-EFF-TO, ' ')),
                                 DATE(:DB2-EFF-FROM) + 1 YEAR
                                                     - 1 DAY), ISO)
                 INTO :DB2-EFF-TO
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT EQUAL 0
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

      *    ISO dates compare correctly as characters
           IF DB2-EFF-TO < DB2-EFF-FROM
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXIT.

      *================================================================*
       END-PRIOR-AWARD.
      *================================================================*
      * A renewal - any approved award of the patient's still running  *
      * on the new start date ends the day before it, so only one      *
      * band ever prices a charge                                      *
      *================================================================*
           MOVE ' UPDATE FINASSIST' TO EM-SQLREQ
           EXEC SQL
               UPDATE FINASSIST
                  SET EFFECTIVETO   = DATE(:DB2-EFF-FROM) - 1 DAY
                WHERE PATIENTID     = :DB2-PATIENT-ID
                  AND DECISION      = 'A'
                  AND EFFECTIVEFROM < DATE(:DB2-EFF-FROM)
                  AND EFFECTIVETO   >= DATE(:DB2-EFF-FROM)
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXIT.

      *================================================================*
       GET-ASSISTANCE.
      *================================================================*
      * The keyed application or the patient's latest - a patient who  *
      * has never applied just comes back blank                        *
      *================================================================*
           MOVE ' SELECT FINASSIST' TO EM-SQLREQ
           IF CA-FA-APP-ID EQUAL ZERO
              EXEC SQL
                  SELECT APPID
                    INTO :DB2-APP-ID
                    FROM FINASSIST
                   WHERE PATIENTID = :DB2-PATIENT-ID
                   ORDER BY APPID DESC
                   FETCH FIRST 1 ROW ONLY
              END-EXEC
              IF SQLCODE EQUAL 100
                 MOVE SPACES TO CA-FA-DECISION
                 EXEC CICS RETURN END-EXEC
              END-IF
              IF SQLCODE NOT EQUAL 0
                 MOVE '90' TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS RETURN END-EXEC
              END-IF
              MOVE DB2-APP-ID TO CA-FA-APP-ID
           END-IF

           PERFORM FIND-ASSISTANCE

           MOVE ZERO TO DB2-DISCOUNT-PCT
           IF DB2-BAND NOT EQUAL SPACES
              EXEC SQL
                  SELECT DISCOUNTPCT
                    INTO :DB2-DISCOUNT-PCT
                    FROM FABAND
                   WHERE BAND = :DB2-BAND
              END-EXEC
              IF SQLCODE NOT EQUAL 0
                 MOVE ZERO TO DB2-DISCOUNT-PCT
              END-IF
           END-IF

           MOVE DB2-APP-ID        TO CA-FA-APP-ID
           MOVE DB2-HOUSEHOLD     TO CA-FA-HOUSEHOLD
           MOVE DB2-INCOME        TO WS-INCOME-DISP
           MOVE WS-INCOME-DISP    TO CA-FA-INCOME
           MOVE DB2-DECISION      TO CA-FA-DECISION
           MOVE DB2-BAND          TO CA-FA-BAND
           MOVE DB2-DISCOUNT-PCT  TO WS-PCT-DISP
           MOVE WS-PCT-DISP       TO CA-FA-DISCOUNT-PCT
           MOVE DB2-EFF-FROM      TO CA-FA-EFF-FROM
           MOVE DB2-EFF-TO        TO CA-FA-EFF-TO
           MOVE DB2-APPLIED-BY    TO CA-FA-APPLIED-BY
           MOVE DB2-APPLIED-DATE  TO CA-FA-APPLIED-DATE
           MOVE DB2-DECIDED-BY    TO CA-FA-DECIDED-BY.

           EXIT.

      *================================================================*
       FIND-ASSISTANCE.
      *================================================================*
      * The keyed application, which must belong to the keyed          *
      * patient - not found is 01                                      *
      *================================================================*
           MOVE CA-FA-APP-ID TO DB2-APP-ID

           MOVE ' SELECT FINASSIST' TO EM-SQLREQ
           EXEC SQL
               SELECT HOUSEHOLDSIZE, ANNUALINCOME, DECISION,
                      VALUE(DISCOUNTBAND, ' '),
                      VALUE(CHAR(EFFECTIVEFROM, ISO), ' '),
                      VALUE(CHAR(EFFECTIVETO, ISO), ' '),
                      APPLIEDBY, CHAR(DATE(APPLIED), ISO),
                      VALUE(DECIDEDBY, ' ')
                 INTO :DB2-HOUSEHOLD, :DB2-INCOME, :DB2-DECISION,
                      :DB2-BAND, :DB2-EFF-FROM, :DB2-EFF-TO,
                      :DB2-APPLIED-BY, :DB2-APPLIED-DATE,
                      :DB2-DECIDED-BY
                 FROM FINASSIST
                WHERE APPID     = :DB2-APP-ID
                  AND PATIENTID = :DB2-PATIENT-ID
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

      *================================================================*
       EDIT-INCOME.
      *================================================================*
      * The keyed income in RJ-VALUE-IN arrives as whole cents, digits *
      * only - right-justified and zero-filled before the NUMERIC      *
      * test, and left in WS-AMOUNT-NUM for the cents-to-decimal       *
      * COMPUTE.  No income at all is a valid answer.                  *
      *================================================================*
           PERFORM RIGHT-JUSTIFY-VALUE
           MOVE RJ-VALUE-OUT TO WS-AMOUNT-JUST

           IF WS-AMOUNT-JUST NOT NUMERIC
            OR WS-AMOUNT-NUM > 999999999
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       COPY HCRJPD.
      *----------------------------------------------------------------*
       COPY HCERRSDB.
