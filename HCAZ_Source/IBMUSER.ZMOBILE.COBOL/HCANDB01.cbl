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
      *                Antenatal Episode Logic                         *
      *                                                                *
      *   Maintains the PREGNANCY episode - LMP, estimated due date,  *
      *  gravida/parity and booking facility - from booking until an  *
      *  outcome closes it.  A patient has at most one open episode.  *
      *  Inquiry hands back the open (or most recent) episode with    *
      *  the gestation in weeks and days as at a given date; the      *
      *  visit screen shows it, and the visit add, the medication     *
      *  order checks and the antenatal contact list read the open    *
      *  episode directly.                                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCANDB01.
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
                                        VALUE 'HCANDB01------WS'.
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

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *   DB2 datatypes to COBOL equivalents                           *
      *     SMALLINT    :   PIC S9(4) COMP                             *
      *     INTEGER     :   PIC S9(9) COMP                             *
      *     DATE        :   PIC X(10)                                  *
      *----------------------------------------------------------------*
       01  DB2-OUT.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-EPISODE-ID           PIC S9(9) COMP.
           03 DB2-LMP-DATE             PIC X(10).
           03 DB2-EDD-DATE             PIC X(10).
           03 DB2-GRAVIDA              PIC S9(4) COMP.
           03 DB2-PARITY               PIC S9(4) COMP.
           03 DB2-BOOKING-FAC          PIC X(4).
           03 DB2-STATUS               PIC X(1).
           03 DB2-OUTCOME              PIC X(1).
           03 DB2-OUTCOME-DATE         PIC X(10).
           03 DB2-ASOF-DATE            PIC X(10).
           03 DB2-GEST-DAYS            PIC S9(9) COMP.
           03 DB2-OPEN-COUNT           PIC S9(9) COMP.

       01  WS-GEST-WEEKS               PIC 9(4) VALUE ZERO.
       01  WS-GEST-REMAINDER           PIC 9(1) VALUE ZERO.

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

           MOVE CA-PATIENT-ID   TO DB2-PATIENT-ID

      *----------------------------------------------------------------*
      * Obtain details in DB2                                          *
      *----------------------------------------------------------------*
           EVALUATE CA-REQUEST-ID
             WHEN '01AANE'
               PERFORM OPEN-EPISODE
             WHEN '01IANE'
               PERFORM GET-EPISODE
             WHEN '01UANE'
               PERFORM UPDATE-EPISODE
             WHEN '01CANE'
               PERFORM CLOSE-EPISODE
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
       OPEN-EPISODE.
      *================================================================*
      * Book a new pregnancy.  The LMP is required; a blank due date  *
      * defaults to LMP + 280 days.  Dates arrive as keyed text - a   *
      * value DB2 cannot convert is bad input, not an SQL error.  A   *
      * patient already carrying an open episode is refused.          *
      *================================================================*
           IF CA-AN-LMP-DATE EQUAL SPACES OR
              CA-AN-GRAVIDA NOT NUMERIC OR
              CA-AN-PARITY NOT NUMERIC
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE CA-AN-GRAVIDA     TO DB2-GRAVIDA
           MOVE CA-AN-PARITY      TO DB2-PARITY
           MOVE CA-AN-BOOKING-FAC TO DB2-BOOKING-FAC
           MOVE CA-AN-EDD-DATE    TO DB2-EDD-DATE

           IF DB2-PARITY NOT LESS THAN DB2-GRAVIDA
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' SELECT PATIENT' TO EM-SQLREQ
           EXEC SQL
               SELECT CHAR(DATE(:CA-AN-LMP-DATE), ISO),
                      CHAR(CASE WHEN :DB2-EDD-DATE = ' '
                                THEN DATE(:CA-AN-LMP-DATE) + 280 DAYS
                                ELSE DATE(:DB2-EDD-DATE)
                           END, ISO)
                 INTO :DB2-LMP-DATE, :DB2-EDD-DATE
                 FROM PATIENT
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '70' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '87' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           IF DB2-EDD-DATE NOT GREATER THAN DB2-LMP-DATE
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' SELECT PREGNANCY' TO EM-SQLREQ
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-OPEN-COUNT
                 FROM PREGNANCY
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND STATUS    = 'O'
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           IF DB2-OPEN-COUNT > 0
              MOVE '82' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' INSERT PREGNANCY' TO EM-SQLREQ
           EXEC SQL
               INSERT INTO PREGNANCY
                         ( EPISODEID,
                           PATIENTID,
                           LMPDATE,
                           EDDDATE,
                           GRAVIDA,
                           PARITY,
                           BOOKINGFAC,
                           STATUS,
                           OUTCOME,
                           BOOKEDDATE )
                  VALUES ( DEFAULT,
                           :DB2-PATIENT-ID,
                           DATE(:DB2-LMP-DATE),
                           DATE(:DB2-EDD-DATE),
                           :DB2-GRAVIDA,
                           :DB2-PARITY,
                           :DB2-BOOKING-FAC,
                           'O',
                           ' ',
                           CURRENT DATE )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE DB2-LMP-DATE TO CA-AN-LMP-DATE
           MOVE DB2-EDD-DATE TO CA-AN-EDD-DATE
           MOVE 'O'          TO CA-AN-STATUS.

           EXIT.

      *================================================================*
       GET-EPISODE.
      *================================================================*
      * Hand back the open episode - or, when none is open, the most *
      * recent closed one - with the gestation as at CA-AN-ASOF-DATE *
      * (today when blank).  Gestation is only meaningful on an open *
      * episode and comes back zero otherwise.                        *
      *================================================================*
           MOVE CA-AN-ASOF-DATE TO DB2-ASOF-DATE
           MOVE ' SELECT PREGNANCY' TO EM-SQLREQ
           EXEC SQL
               SELECT EPISODEID,
                      CHAR(LMPDATE, ISO), CHAR(EDDDATE, ISO),
                      GRAVIDA, PARITY, VALUE(BOOKINGFAC, ' '),
                      STATUS, VALUE(OUTCOME, ' '),
                      VALUE(CHAR(OUTCOMEDATE, ISO), ' '),
                      DAYS(CASE WHEN :DB2-ASOF-DATE = ' '
                                THEN CURRENT DATE
                                ELSE DATE(:DB2-ASOF-DATE)
                           END) - DAYS(LMPDATE)
                 INTO :DB2-EPISODE-ID,
                      :DB2-LMP-DATE, :DB2-EDD-DATE,
                      :DB2-GRAVIDA, :DB2-PARITY, :DB2-BOOKING-FAC,
                      :DB2-STATUS, :DB2-OUTCOME,
                      :DB2-OUTCOME-DATE,
                      :DB2-GEST-DAYS
                 FROM PREGNANCY
                WHERE PATIENTID = :DB2-PATIENT-ID
                ORDER BY STATUS DESC, LMPDATE DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-EPISODE-ID   TO CA-AN-EPISODE-ID
               MOVE DB2-LMP-DATE     TO CA-AN-LMP-DATE
               MOVE DB2-EDD-DATE     TO CA-AN-EDD-DATE
               MOVE DB2-GRAVIDA      TO CA-AN-GRAVIDA
               MOVE DB2-PARITY       TO CA-AN-PARITY
               MOVE DB2-BOOKING-FAC  TO CA-AN-BOOKING-FAC
               MOVE DB2-STATUS       TO CA-AN-STATUS
               MOVE DB2-OUTCOME      TO CA-AN-OUTCOME
               MOVE DB2-OUTCOME-DATE TO CA-AN-OUTCOME-DATE
               MOVE ZERO             TO CA-AN-GEST-WEEKS
               MOVE ZERO             TO CA-AN-GEST-DAYS
               IF DB2-STATUS EQUAL 'O' AND DB2-GEST-DAYS > 0
                  DIVIDE DB2-GEST-DAYS BY 7 GIVING WS-GEST-WEEKS
                         REMAINDER WS-GEST-REMAINDER
                  IF WS-GEST-WEEKS < 100
                     MOVE WS-GEST-WEEKS     TO CA-AN-GEST-WEEKS
                     MOVE WS-GEST-REMAINDER TO CA-AN-GEST-DAYS
                  END-IF
               END-IF
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           EXIT.

      *================================================================*
       UPDATE-EPISODE.
      *================================================================*
      * Re-set the dating scan's due date, gravida/parity and booking *
      * facility on the open episode                                  *
      *================================================================*
           IF CA-AN-EDD-DATE EQUAL SPACES OR
              CA-AN-GRAVIDA NOT NUMERIC OR
              CA-AN-PARITY NOT NUMERIC
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE CA-AN-GRAVIDA     TO DB2-GRAVIDA
           MOVE CA-AN-PARITY      TO DB2-PARITY
           MOVE CA-AN-BOOKING-FAC TO DB2-BOOKING-FAC
           MOVE CA-AN-EDD-DATE    TO DB2-EDD-DATE

           IF DB2-PARITY NOT LESS THAN DB2-GRAVIDA
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' SELECT PATIENT' TO EM-SQLREQ
           EXEC SQL
               SELECT CHAR(DATE(:DB2-EDD-DATE), ISO)
                 INTO :DB2-EDD-DATE
                 FROM PATIENT
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '70' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '87' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           MOVE ' UPDATE PREGNANCY' TO EM-SQLREQ
           EXEC SQL
               UPDATE PREGNANCY
                  SET EDDDATE    = DATE(:DB2-EDD-DATE),
                      GRAVIDA    = :DB2-GRAVIDA,
                      PARITY     = :DB2-PARITY,
                      BOOKINGFAC = :DB2-BOOKING-FAC
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND STATUS    = 'O'
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-EDD-DATE TO CA-AN-EDD-DATE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           EXIT.

      *================================================================*
       CLOSE-EPISODE.
      *================================================================*
      * Record the outcome and its date on the open episode, which    *
      * closes it - the alert, medication and contact-list checks     *
      * stop applying from here                                       *
      *================================================================*
           IF CA-AN-OUTCOME NOT EQUAL 'L' AND
              CA-AN-OUTCOME NOT EQUAL 'S' AND
              CA-AN-OUTCOME NOT EQUAL 'M' AND
              CA-AN-OUTCOME NOT EQUAL 'T' AND
              CA-AN-OUTCOME NOT EQUAL 'E'
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE CA-AN-OUTCOME      TO DB2-OUTCOME
           MOVE CA-AN-OUTCOME-DATE TO DB2-OUTCOME-DATE

      *    a blank outcome date is today
           MOVE ' SELECT PATIENT' TO EM-SQLREQ
           EXEC SQL
               SELECT CHAR(CASE WHEN :DB2-OUTCOME-DATE = ' '
                                THEN CURRENT DATE
                                ELSE DATE(:DB2-OUTCOME-DATE)
                           END, ISO)
                 INTO :DB2-OUTCOME-DATE
                 FROM PATIENT
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '70' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '87' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           MOVE ' UPDATE PREGNANCY' TO EM-SQLREQ
           EXEC SQL
               UPDATE PREGNANCY
                  SET STATUS      = 'C',
                      OUTCOME     = :DB2-OUTCOME,
                      OUTCOMEDATE = DATE(:DB2-OUTCOME-DATE)
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND STATUS    = 'O'
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE 'C'              TO CA-AN-STATUS
               MOVE DB2-OUTCOME-DATE TO CA-AN-OUTCOME-DATE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSDB.
