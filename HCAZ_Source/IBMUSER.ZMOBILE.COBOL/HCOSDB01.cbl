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
      *                Clinical Order Set Logic                        *
      *                                                                *
      *   An order set is a named pathway bundle kept as reference    *
      *  data - ORDERSET names it, ORDERSETITEM holds up to eight     *
      *  items: formulary medications with their default strength,   *
      *  dose, route, frequency and course length, lab test codes     *
      *  with a priority, and a follow-up appointment interval at a   *
      *  clinic.  Applying a set to a patient places every item       *
      *  through the normal checks - HCMADB01 and the HCMADB02 dose   *
      *  expansion, HCLODB01 and HCSADB01 - and hands back one line   *
      *  per item, placed or refused with the reason.  A refused item *
      *  never stops the rest of the set.                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCOSDB01.
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
                                        VALUE 'HCOSDB01------WS'.
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

       01  WS-ITEM-SUB                 PIC S9(4) COMP VALUE +0.
       01  WS-SLOT-SUB                 PIC S9(4) COMP VALUE +0.

      * The set's items, read in full before any is placed - the
      * dose expansion commits as it goes, which would close a
      * cursor held open across it
       01  WS-SET-ITEMS.
           03 WS-ITEM-COUNT            PIC S9(4) COMP VALUE +0.
           03 WS-ITEM OCCURS 8 TIMES.
              05 WS-ITM-SEQ            PIC 9(3).
              05 WS-ITM-TYPE           PIC X(1).
              05 WS-ITM-NAME           PIC X(50).
              05 WS-ITM-STRENGTH       PIC X(20).
              05 WS-ITM-AMOUNT         PIC 9(3).
              05 WS-ITM-ROUTE          PIC X(20).
              05 WS-ITM-FREQUENCY      PIC X(20).
              05 WS-ITM-PRIORITY       PIC X(1).
              05 WS-ITM-DAYS           PIC 9(3).

      * The free follow-up slots offered for the interval date, kept
      * while each is tried in turn
       01  WS-FREE-SLOTS.
           03 WS-FREE-COUNT            PIC S9(4) COMP VALUE +0.
           03 WS-FREE-TIME             PIC X(8) OCCURS 8 TIMES.

       01  WS-BOOKED-SWITCH            PIC X VALUE 'N'.
           88 WS-SLOT-BOOKED           VALUE 'Y'.

      * What one placed or refused item hands back for its line
       01  WS-ITEM-RESULT              PIC X(1).
       01  WS-ITEM-DETAIL              PIC X(24).
       01  WS-ITEM-RC                  PIC 9(2).
       01  WS-ITEM-ID                  PIC Z(9)9.
       01  WS-ITEM-DAYS-EDIT           PIC ZZ9.

      * Commarea handed to each placing program in turn - they all
      * take the HCCMAREA shape, so the same copybook lays it out
       01  ITEM-COMM-AREA.
       COPY HCCMAREA.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *   DB2 datatypes to COBOL equivalents                           *
      *     SMALLINT    :   PIC S9(4) COMP                             *
      *     INTEGER     :   PIC S9(9) COMP                             *
      *     TIMESTAMP   :   PIC X(26)                                  *
      *----------------------------------------------------------------*
       01  DB2-OUT.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-SET-CODE             PIC X(8).
           03 DB2-SET-NAME             PIC X(30).
           03 DB2-COUNT                PIC S9(9) COMP.
           03 DB2-MEDICATION-ID        PIC S9(9) COMP.
           03 DB2-DAYS                 PIC S9(4) COMP.
           03 DB2-START-DATE           PIC X(10).
           03 DB2-END-DATE             PIC X(10).
           03 DB2-ITEM-ROW.
              05 DB2-ITEM-SEQ          PIC S9(4) COMP.
              05 DB2-ITEM-TYPE         PIC X(1).
              05 DB2-ITEM-NAME         PIC X(50).
              05 DB2-ITEM-STRENGTH     PIC X(20).
              05 DB2-ITEM-AMOUNT       PIC S9(4) COMP.
              05 DB2-ITEM-ROUTE        PIC X(20).
              05 DB2-ITEM-FREQUENCY    PIC X(20).
              05 DB2-ITEM-PRIORITY     PIC X(1).
              05 DB2-ITEM-DAYS         PIC S9(4) COMP.

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
           MOVE '00' TO CA-RETURN-CODE OF DFHCOMMAREA
           MOVE EIBCALEN TO WS-CALEN.
           SET WS-ADDR-DFHCOMMAREA TO ADDRESS OF DFHCOMMAREA.

      *----------------------------------------------------------------*
      * Process incoming commarea                                      *
      *----------------------------------------------------------------*
      * check commarea length - meets minimum requirement
           ADD WS-CA-HEADERTRAILER-LEN TO WS-REQUIRED-CA-LEN
      * if less set error return code and return to caller
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE OF DFHCOMMAREA
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE CA-OS-SET-CODE OF DFHCOMMAREA TO DB2-SET-CODE

      *----------------------------------------------------------------*
      * Obtain details in DB2                                          *
      *----------------------------------------------------------------*
           EVALUATE CA-REQUEST-ID OF DFHCOMMAREA
             WHEN '01HOST'
               PERFORM DEFINE-SET
             WHEN '01NOST'
               PERFORM ADD-SET-ITEM
             WHEN '01XOST'
               PERFORM REMOVE-SET-ITEM
             WHEN '01IOST'
               PERFORM GET-SET
             WHEN '01AOST'
               PERFORM APPLY-SET
             WHEN OTHER
               MOVE '98' TO CA-RETURN-CODE OF DFHCOMMAREA
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
       DEFINE-SET.
      *================================================================*
      * Name a new set, or rename an existing one - the code is what  *
      * the clinician keys to apply it                                 *
      *================================================================*
           IF CA-OS-SET-CODE OF DFHCOMMAREA EQUAL SPACES
              OR CA-OS-SET-NAME OF DFHCOMMAREA EQUAL SPACES
              MOVE '88' TO CA-RETURN-CODE OF DFHCOMMAREA
              EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-OS-SET-NAME OF DFHCOMMAREA TO DB2-SET-NAME

           MOVE ' UPDATE ORDERSET' TO EM-SQLREQ
           EXEC SQL
               UPDATE ORDERSET
                  SET SETNAME = :DB2-SET-NAME
                WHERE SETCODE = :DB2-SET-CODE
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE ' INSERT ORDERSET' TO EM-SQLREQ
               EXEC SQL
                   INSERT INTO ORDERSET
                             ( SETCODE, SETNAME )
                      VALUES ( :DB2-SET-CODE, :DB2-SET-NAME )
               END-EXEC
               IF SQLCODE NOT EQUAL 0
                  MOVE '90' TO CA-RETURN-CODE OF DFHCOMMAREA
                  PERFORM WRITE-ERROR-MESSAGE
                  EXEC CICS RETURN END-EXEC
               END-IF
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE OF DFHCOMMAREA
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           EXIT.

      *================================================================*
       ADD-SET-ITEM.
      *================================================================*
      * Add an item at the end of an existing set.  A medication must *
      * be a formulary drug/strength/route with a frequency the dose  *
      * expansion knows and a course length; a lab test needs its     *
      * code and an R/U priority; a follow-up needs its interval      *
      *================================================================*
           PERFORM READ-SET-HEADER

           MOVE CA-OS-ITEM-TYPE OF DFHCOMMAREA      TO DB2-ITEM-TYPE
           MOVE CA-OS-ITEM-NAME OF DFHCOMMAREA      TO DB2-ITEM-NAME
           MOVE CA-OS-ITEM-STRENGTH OF DFHCOMMAREA  TO DB2-ITEM-STRENGTH
           MOVE CA-OS-ITEM-ROUTE OF DFHCOMMAREA     TO DB2-ITEM-ROUTE
           MOVE CA-OS-ITEM-FREQUENCY OF DFHCOMMAREA
             TO DB2-ITEM-FREQUENCY
           MOVE CA-OS-ITEM-PRIORITY OF DFHCOMMAREA  TO DB2-ITEM-PRIORITY
           MOVE ZERO TO DB2-ITEM-AMOUNT
           MOVE ZERO TO DB2-ITEM-DAYS

           IF DB2-ITEM-NAME EQUAL SPACES
              MOVE '87' TO CA-RETURN-CODE OF DFHCOMMAREA
              EXEC CICS RETURN END-EXEC
           END-IF

           EVALUATE DB2-ITEM-TYPE
             WHEN 'M'
               PERFORM CHECK-MEDICATION-ITEM
             WHEN 'L'
               IF DB2-ITEM-PRIORITY NOT EQUAL 'R' AND
                  DB2-ITEM-PRIORITY NOT EQUAL 'U'
                  MOVE '87' TO CA-RETURN-CODE OF DFHCOMMAREA
                  EXEC CICS RETURN END-EXEC
               END-IF
               MOVE SPACES TO DB2-ITEM-STRENGTH
               MOVE SPACES TO DB2-ITEM-ROUTE
               MOVE SPACES TO DB2-ITEM-FREQUENCY
             WHEN 'A'
               IF CA-OS-ITEM-DAYS OF DFHCOMMAREA NOT NUMERIC
                  OR CA-OS-ITEM-DAYS OF DFHCOMMAREA EQUAL ZERO
                  MOVE '87' TO CA-RETURN-CODE OF DFHCOMMAREA
                  EXEC CICS RETURN END-EXEC
               END-IF
               MOVE CA-OS-ITEM-DAYS OF DFHCOMMAREA TO DB2-ITEM-DAYS
               MOVE SPACES TO DB2-ITEM-STRENGTH
               MOVE SPACES TO DB2-ITEM-ROUTE
               MOVE SPACES TO DB2-ITEM-FREQUENCY
               MOVE SPACES TO DB2-ITEM-PRIORITY
             WHEN OTHER
               MOVE '87' TO CA-RETURN-CODE OF DFHCOMMAREA
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           MOVE ' SELECT ORDERSETITEM' TO EM-SQLREQ
           EXEC SQL
               SELECT COUNT(*), VALUE(MAX(ITEMSEQ), 0) + 1
                 INTO :DB2-COUNT, :DB2-ITEM-SEQ
                 FROM ORDERSETITEM
                WHERE SETCODE = :DB2-SET-CODE
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE OF DFHCOMMAREA
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           IF DB2-COUNT NOT LESS THAN 8
              MOVE '89' TO CA-RETURN-CODE OF DFHCOMMAREA
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' INSERT ORDERSETITEM' TO EM-SQLREQ
           EXEC SQL
               INSERT INTO ORDERSETITEM
                         ( SETCODE,
                           ITEMSEQ,
                           ITEMTYPE,
                           ITEMNAME,
                           STRENGTH,
                           AMOUNT,
                           ROUTE,
                           FREQUENCY,
                           PRIORITY,
                           DAYS )
                  VALUES ( :DB2-SET-CODE,
                           :DB2-ITEM-SEQ,
                           :DB2-ITEM-TYPE,
                           :DB2-ITEM-NAME,
                           :DB2-ITEM-STRENGTH,
                           :DB2-ITEM-AMOUNT,
                           :DB2-ITEM-ROUTE,
                           :DB2-ITEM-FREQUENCY,
                           :DB2-ITEM-PRIORITY,
                           :DB2-ITEM-DAYS )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE OF DFHCOMMAREA
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE DB2-ITEM-SEQ TO CA-OS-ITEM-SEQ OF DFHCOMMAREA.

           EXIT.

      *================================================================*
       CHECK-MEDICATION-ITEM.
      *================================================================*
      * Frequencies are the fixed codes 1-4 or PRN - a tapering       *
      * regimen is patient-specific and is ordered singly             *
      *================================================================*
           EVALUATE DB2-ITEM-FREQUENCY
             WHEN '1'
             WHEN '2'
             WHEN '3'
             WHEN '4'
             WHEN 'PRN'
               CONTINUE
             WHEN OTHER
               MOVE '87' TO CA-RETURN-CODE OF DFHCOMMAREA
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           IF CA-OS-ITEM-AMOUNT OF DFHCOMMAREA NOT NUMERIC
              OR CA-OS-ITEM-AMOUNT OF DFHCOMMAREA EQUAL ZERO
              OR CA-OS-ITEM-DAYS OF DFHCOMMAREA NOT NUMERIC
              OR CA-OS-ITEM-DAYS OF DFHCOMMAREA EQUAL ZERO
              MOVE '87' TO CA-RETURN-CODE OF DFHCOMMAREA
              EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-OS-ITEM-AMOUNT OF DFHCOMMAREA TO DB2-ITEM-AMOUNT
           MOVE CA-OS-ITEM-DAYS OF DFHCOMMAREA   TO DB2-ITEM-DAYS
           MOVE SPACES TO DB2-ITEM-PRIORITY

           MOVE ' SELECT FORMULARY' TO EM-SQLREQ
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-COUNT
                 FROM FORMULARY
                WHERE DRUGNAME = :DB2-ITEM-NAME
                  AND STRENGTH = :DB2-ITEM-STRENGTH
                  AND ROUTE    = :DB2-ITEM-ROUTE
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE OF DFHCOMMAREA
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           IF DB2-COUNT EQUAL ZERO
              MOVE '86' TO CA-RETURN-CODE OF DFHCOMMAREA
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXIT.

      *================================================================*
       REMOVE-SET-ITEM.
      *================================================================*
           IF CA-OS-ITEM-SEQ OF DFHCOMMAREA NOT NUMERIC
              MOVE '01' TO CA-RETURN-CODE OF DFHCOMMAREA
              EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-OS-ITEM-SEQ OF DFHCOMMAREA TO DB2-ITEM-SEQ

           MOVE ' DELETE ORDERSETITEM' TO EM-SQLREQ
           EXEC SQL
               DELETE FROM ORDERSETITEM
                WHERE SETCODE = :DB2-SET-CODE
                  AND ITEMSEQ = :DB2-ITEM-SEQ
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE OF DFHCOMMAREA
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE OF DFHCOMMAREA
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           EXIT.

      *================================================================*
       GET-SET.
      *================================================================*
      * The set's name and its items with their defaults              *
      *================================================================*
           PERFORM READ-SET-HEADER
           PERFORM LOAD-SET-ITEMS

           MOVE ZERO TO CA-OS-COUNT OF DFHCOMMAREA
           MOVE ZERO TO WS-ITEM-SUB
           PERFORM LIST-SET-ITEM
             UNTIL WS-ITEM-SUB = WS-ITEM-COUNT.

           EXIT.

       LIST-SET-ITEM.
           ADD 1 TO WS-ITEM-SUB
           MOVE SPACES TO WS-ITEM-RESULT
           MOVE SPACES TO WS-ITEM-DETAIL
           MOVE WS-ITM-DAYS(WS-ITEM-SUB) TO WS-ITEM-DAYS-EDIT

           EVALUATE WS-ITM-TYPE(WS-ITEM-SUB)
             WHEN 'M'
               STRING WS-ITM-STRENGTH(WS-ITEM-SUB) (1:8)
                      ' F'
                      WS-ITM-FREQUENCY(WS-ITEM-SUB) (1:3)
                      ' '
                      WS-ITM-ROUTE(WS-ITEM-SUB) (1:4)
                      WS-ITEM-DAYS-EDIT
                      'D'
                  DELIMITED BY SIZE INTO WS-ITEM-DETAIL
             WHEN 'L'
               STRING 'Priority '
                      WS-ITM-PRIORITY(WS-ITEM-SUB)
                  DELIMITED BY SIZE INTO WS-ITEM-DETAIL
             WHEN OTHER
               STRING 'Follow-up in '
                      WS-ITEM-DAYS-EDIT
                      ' days'
                  DELIMITED BY SIZE INTO WS-ITEM-DETAIL
           END-EVALUATE

           PERFORM ADD-RESULT-LINE.

      *================================================================*
       READ-SET-HEADER.
      *================================================================*
           MOVE ' SELECT ORDERSET' TO EM-SQLREQ
           EXEC SQL
               SELECT SETNAME
                 INTO :DB2-SET-NAME
                 FROM ORDERSET
                WHERE SETCODE = :DB2-SET-CODE
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-SET-NAME TO CA-OS-SET-NAME OF DFHCOMMAREA
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE OF DFHCOMMAREA
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE OF DFHCOMMAREA
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           EXIT.

      *================================================================*
       LOAD-SET-ITEMS.
      *================================================================*
      * Every item of the set in sequence order into WS-SET-ITEMS     *
      *================================================================*
           MOVE ' SELECT ORDERSETITEM' TO EM-SQLREQ

           EXEC SQL
               DECLARE OSICSR CURSOR FOR
               SELECT ITEMSEQ, ITEMTYPE, ITEMNAME, STRENGTH, AMOUNT,
                      ROUTE, FREQUENCY, PRIORITY, DAYS
                 FROM ORDERSETITEM
                WHERE SETCODE = :DB2-SET-CODE
                ORDER BY ITEMSEQ
           END-EXEC

           EXEC SQL
               OPEN OSICSR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE OF DFHCOMMAREA
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ZERO TO WS-ITEM-COUNT
           PERFORM FETCH-NEXT-ITEM
             UNTIL SQLCODE NOT EQUAL 0
                OR WS-ITEM-COUNT = 8

           EXEC SQL
               CLOSE OSICSR
           END-EXEC

           IF WS-ITEM-COUNT = ZERO
              MOVE '02' TO CA-RETURN-CODE OF DFHCOMMAREA
              EXEC CICS RETURN END-EXEC
           END-IF

           EXIT.

       FETCH-NEXT-ITEM.
           EXEC SQL
               FETCH OSICSR
                INTO :DB2-ITEM-SEQ, :DB2-ITEM-TYPE, :DB2-ITEM-NAME,
                     :DB2-ITEM-STRENGTH, :DB2-ITEM-AMOUNT,
                     :DB2-ITEM-ROUTE, :DB2-ITEM-FREQUENCY,
                     :DB2-ITEM-PRIORITY, :DB2-ITEM-DAYS
           END-EXEC

           IF SQLCODE EQUAL 0
              ADD 1 TO WS-ITEM-COUNT
              MOVE DB2-ITEM-SEQ       TO WS-ITM-SEQ(WS-ITEM-COUNT)
              MOVE DB2-ITEM-TYPE      TO WS-ITM-TYPE(WS-ITEM-COUNT)
              MOVE DB2-ITEM-NAME      TO WS-ITM-NAME(WS-ITEM-COUNT)
              MOVE DB2-ITEM-STRENGTH  TO WS-ITM-STRENGTH(WS-ITEM-COUNT)
              MOVE DB2-ITEM-AMOUNT    TO WS-ITM-AMOUNT(WS-ITEM-COUNT)
              MOVE DB2-ITEM-ROUTE     TO WS-ITM-ROUTE(WS-ITEM-COUNT)
              MOVE DB2-ITEM-FREQUENCY
                TO WS-ITM-FREQUENCY(WS-ITEM-COUNT)
              MOVE DB2-ITEM-PRIORITY  TO WS-ITM-PRIORITY(WS-ITEM-COUNT)
              MOVE DB2-ITEM-DAYS      TO WS-ITM-DAYS(WS-ITEM-COUNT)
           END-IF.

           EXIT.

      *================================================================*
       APPLY-SET.
      *================================================================*
      * Place every item of the set for the patient under the keyed   *
      * clinician.  Each goes through its own program's checks        *
      * exactly as if keyed on its own screen; whatever one refuses   *
      * is reported on its line and the rest still go through        *
      *================================================================*
           IF CA-PATIENT-ID OF DFHCOMMAREA NOT NUMERIC
              MOVE '70' TO CA-RETURN-CODE OF DFHCOMMAREA
              EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-PATIENT-ID OF DFHCOMMAREA TO DB2-PATIENT-ID

           MOVE ' SELECT PATIENT' TO EM-SQLREQ
           EXEC SQL
               SELECT PATIENTID
                 INTO :DB2-PATIENT-ID
                 FROM PATIENT
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '70' TO CA-RETURN-CODE OF DFHCOMMAREA
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE OF DFHCOMMAREA
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           PERFORM READ-SET-HEADER
           PERFORM LOAD-SET-ITEMS

           MOVE ZERO TO CA-OS-COUNT OF DFHCOMMAREA
           MOVE ZERO TO CA-OS-PLACED-COUNT OF DFHCOMMAREA
           MOVE ZERO TO CA-OS-REFUSED-COUNT OF DFHCOMMAREA
           MOVE ZERO TO WS-ITEM-SUB
           PERFORM APPLY-SET-ITEM
             UNTIL WS-ITEM-SUB = WS-ITEM-COUNT.

           EXIT.

       APPLY-SET-ITEM.
           ADD 1 TO WS-ITEM-SUB
           MOVE 'R'    TO WS-ITEM-RESULT
           MOVE SPACES TO WS-ITEM-DETAIL

           EVALUATE WS-ITM-TYPE(WS-ITEM-SUB)
             WHEN 'M'
               PERFORM PLACE-MEDICATION THRU PLACE-MEDICATION-EXIT
             WHEN 'L'
               PERFORM PLACE-LAB-ORDER THRU PLACE-LAB-ORDER-EXIT
             WHEN OTHER
               PERFORM BOOK-FOLLOW-UP THRU BOOK-FOLLOW-UP-EXIT
           END-EVALUATE

           IF WS-ITEM-RESULT EQUAL 'P'
              ADD 1 TO CA-OS-PLACED-COUNT OF DFHCOMMAREA
           ELSE
              ADD 1 TO CA-OS-REFUSED-COUNT OF DFHCOMMAREA
           END-IF

           PERFORM ADD-RESULT-LINE.

      *================================================================*
       PLACE-MEDICATION.
      *================================================================*
      * Through HCMADB01's full set of prescribing checks, then the   *
      * HCMADB02 dose expansion from today for the course length.  A  *
      * check that only an override reason can pass refuses the item *
      * - overrides are a clinical judgement made on the single-order *
      * screen, never by a set.  An order whose doses cannot be       *
      * expanded is taken back off so nothing is half-placed          *
      *================================================================*
           COMPUTE DB2-DAYS = WS-ITM-DAYS(WS-ITEM-SUB) - 1
           MOVE ' SELECT SYSDUMMY1' TO EM-SQLREQ
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO),
                      CHAR(CURRENT DATE + :DB2-DAYS DAYS, ISO)
                 INTO :DB2-START-DATE, :DB2-END-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              PERFORM WRITE-ERROR-MESSAGE
              MOVE 'Course dates not set' TO WS-ITEM-DETAIL
              GO TO PLACE-MEDICATION-EXIT
           END-IF

           INITIALIZE ITEM-COMM-AREA
           MOVE '01AMED' TO CA-REQUEST-ID OF ITEM-COMM-AREA
           MOVE ZERO     TO CA-RETURN-CODE OF ITEM-COMM-AREA
           MOVE DB2-PATIENT-ID TO CA-PATIENT-ID OF ITEM-COMM-AREA
           MOVE WS-ITM-NAME(WS-ITEM-SUB)
             TO CA-DRUG-NAME OF ITEM-COMM-AREA
           MOVE WS-ITM-STRENGTH(WS-ITEM-SUB)
             TO CA-STRENGTH OF ITEM-COMM-AREA
           MOVE WS-ITM-AMOUNT(WS-ITEM-SUB)
             TO CA-AMOUNT OF ITEM-COMM-AREA
           MOVE WS-ITM-ROUTE(WS-ITEM-SUB)
             TO CA-ROUTE OF ITEM-COMM-AREA
           MOVE WS-ITM-FREQUENCY(WS-ITEM-SUB)
             TO CA-FREQUENCY OF CA-MEDICATION-REQUEST
                OF ITEM-COMM-AREA
           MOVE 'OT' TO CA-BIOMED-TYPE OF ITEM-COMM-AREA
           MOVE DB2-START-DATE TO CA-START-DATE OF ITEM-COMM-AREA
           MOVE DB2-END-DATE   TO CA-END-DATE OF ITEM-COMM-AREA
           MOVE CA-OS-PROVIDER-ID OF DFHCOMMAREA
             TO CA-PRESCRIBER-ID OF ITEM-COMM-AREA
           MOVE ZERO TO CA-NUM-PHASES OF ITEM-COMM-AREA

           EXEC CICS LINK Program('HCMADB01')
                Commarea(ITEM-COMM-AREA)
                LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE OF ITEM-COMM-AREA EQUAL 92
              MOVE ' LINK HCMADB01' TO EM-SQLREQ
              PERFORM REDO-NESTED-UNIT
           END-IF

           MOVE CA-RETURN-CODE OF ITEM-COMM-AREA TO WS-ITEM-RC
           IF WS-ITEM-RC NOT EQUAL ZERO
              PERFORM MEDICATION-REFUSAL
              GO TO PLACE-MEDICATION-EXIT
           END-IF

           MOVE CA-PRESCRIPTION-ID OF ITEM-COMM-AREA
             TO DB2-MEDICATION-ID
           MOVE '01APRE' TO CA-REQUEST-ID OF ITEM-COMM-AREA
           MOVE ZERO     TO CA-RETURN-CODE OF ITEM-COMM-AREA

           EXEC CICS LINK Program('HCMADB02')
                Commarea(ITEM-COMM-AREA)
                LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE OF ITEM-COMM-AREA EQUAL 92
              MOVE ' LINK HCMADB02' TO EM-SQLREQ
              PERFORM REDO-NESTED-UNIT
           END-IF

           IF CA-RETURN-CODE OF ITEM-COMM-AREA NOT EQUAL ZERO
              MOVE ' DELETE MEDICATION' TO EM-SQLREQ
              EXEC SQL
                  DELETE FROM PRESCRIPTION
                   WHERE PATIENTID      = :DB2-PATIENT-ID
                     AND PRESCRIPTIONID = :DB2-MEDICATION-ID
              END-EXEC
              EXEC SQL
                  DELETE FROM MEDICATION
                   WHERE PATIENTID    = :DB2-PATIENT-ID
                     AND MEDICATIONID = :DB2-MEDICATION-ID
              END-EXEC
              IF SQLCODE NOT EQUAL 0
                 PERFORM WRITE-ERROR-MESSAGE
              END-IF
              MOVE 'Doses not expanded' TO WS-ITEM-DETAIL
              GO TO PLACE-MEDICATION-EXIT
           END-IF

           MOVE 'P' TO WS-ITEM-RESULT
           MOVE DB2-MEDICATION-ID TO WS-ITEM-ID
           STRING 'Medication ' WS-ITEM-ID
              DELIMITED BY SIZE INTO WS-ITEM-DETAIL.

       PLACE-MEDICATION-EXIT.
           EXIT.

      *================================================================*
       MEDICATION-REFUSAL.
      *================================================================*
      * HCMADB01's refusal codes in the words the line has room for   *
      *================================================================*
           EVALUATE WS-ITEM-RC
             WHEN 74
               MOVE 'Controlled - not authd'   TO WS-ITEM-DETAIL
             WHEN 75
               MOVE 'Pregnancy - order singly' TO WS-ITEM-DETAIL
             WHEN 76
               MOVE 'Same class-order singly'  TO WS-ITEM-DETAIL
             WHEN 77
               MOVE 'Renal - order singly'     TO WS-ITEM-DETAIL
             WHEN 78
               MOVE 'Contraind - order singly' TO WS-ITEM-DETAIL
             WHEN 79
               MOVE 'Patient deceased'         TO WS-ITEM-DETAIL
             WHEN 80
               MOVE 'Drug interaction'         TO WS-ITEM-DETAIL
             WHEN 81
               MOVE 'Already on this drug'     TO WS-ITEM-DETAIL
             WHEN 82
               MOVE 'Amount out of range'      TO WS-ITEM-DETAIL
             WHEN 83
               MOVE 'Prescriber not valid'     TO WS-ITEM-DETAIL
             WHEN 84
               MOVE 'Restricted - ID approval' TO WS-ITEM-DETAIL
             WHEN 85
               MOVE 'Recorded allergy'         TO WS-ITEM-DETAIL
             WHEN 86
               MOVE 'No longer on formulary'   TO WS-ITEM-DETAIL
             WHEN OTHER
               STRING 'Medication error ' WS-ITEM-RC
                  DELIMITED BY SIZE INTO WS-ITEM-DETAIL
           END-EVALUATE.

           EXIT.

      *================================================================*
       PLACE-LAB-ORDER.
      *================================================================*
           INITIALIZE ITEM-COMM-AREA
           MOVE '01ALBO' TO CA-REQUEST-ID OF ITEM-COMM-AREA
           MOVE ZERO     TO CA-RETURN-CODE OF ITEM-COMM-AREA
           MOVE DB2-PATIENT-ID TO CA-PATIENT-ID OF ITEM-COMM-AREA
           MOVE WS-ITM-NAME(WS-ITEM-SUB)
             TO CA-LBO-TEST-CODE OF ITEM-COMM-AREA
           MOVE WS-ITM-PRIORITY(WS-ITEM-SUB)
             TO CA-LBO-PRIORITY OF ITEM-COMM-AREA
           MOVE CA-OS-PROVIDER-ID OF DFHCOMMAREA
             TO CA-LBO-PROVIDER-ID OF ITEM-COMM-AREA

           EXEC CICS LINK Program('HCLODB01')
                Commarea(ITEM-COMM-AREA)
                LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE OF ITEM-COMM-AREA EQUAL 92
              MOVE ' LINK HCLODB01' TO EM-SQLREQ
              PERFORM REDO-NESTED-UNIT
           END-IF

           MOVE CA-RETURN-CODE OF ITEM-COMM-AREA TO WS-ITEM-RC
           EVALUATE WS-ITEM-RC
             WHEN 0
               MOVE 'P' TO WS-ITEM-RESULT
               MOVE CA-LBO-ID OF ITEM-COMM-AREA TO WS-ITEM-ID
               STRING 'Lab order ' WS-ITEM-ID
                  DELIMITED BY SIZE INTO WS-ITEM-DETAIL
             WHEN 01
               MOVE 'Patient not found'        TO WS-ITEM-DETAIL
             WHEN 02
               MOVE 'Provider not active'      TO WS-ITEM-DETAIL
             WHEN 87
               MOVE 'Test code or priority'    TO WS-ITEM-DETAIL
             WHEN OTHER
               STRING 'Lab order error ' WS-ITEM-RC
                  DELIMITED BY SIZE INTO WS-ITEM-DETAIL
           END-EVALUATE.

       PLACE-LAB-ORDER-EXIT.
           EXIT.

      *================================================================*
       BOOK-FOLLOW-UP.
      *================================================================*
      * The follow-up lands the set's interval from today with the    *
      * ordering clinician, at the clinic named on the item - the     *
      * first of the day's free slots that HCSADB01 will book.  No    *
      * session that day, or nothing bookable, refuses the item and   *
      * the clerk books it by hand                                    *
      *================================================================*
           MOVE WS-ITM-DAYS(WS-ITEM-SUB) TO DB2-DAYS
           MOVE ' SELECT SYSDUMMY1' TO EM-SQLREQ
           EXEC SQL
               SELECT CHAR(CURRENT DATE + :DB2-DAYS DAYS, ISO)
                 INTO :DB2-START-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              PERFORM WRITE-ERROR-MESSAGE
              MOVE 'Follow-up date not set' TO WS-ITEM-DETAIL
              GO TO BOOK-FOLLOW-UP-EXIT
           END-IF

           INITIALIZE ITEM-COMM-AREA
           MOVE '01FAPP' TO CA-REQUEST-ID OF ITEM-COMM-AREA
           MOVE ZERO     TO CA-RETURN-CODE OF ITEM-COMM-AREA
           MOVE DB2-PATIENT-ID TO CA-PATIENT-ID OF ITEM-COMM-AREA
           MOVE CA-OS-PROVIDER-ID OF DFHCOMMAREA
             TO CA-APPT-PROVIDER-ID OF ITEM-COMM-AREA
           MOVE DB2-START-DATE TO CA-APPT-DATE OF ITEM-COMM-AREA

           EXEC CICS LINK Program('HCSADB01')
                Commarea(ITEM-COMM-AREA)
                LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE OF ITEM-COMM-AREA EQUAL 92
              MOVE ' LINK HCSADB01' TO EM-SQLREQ
              PERFORM REDO-NESTED-UNIT
           END-IF

           MOVE CA-RETURN-CODE OF ITEM-COMM-AREA TO WS-ITEM-RC
           EVALUATE WS-ITEM-RC
             WHEN 0
               CONTINUE
             WHEN 01
               MOVE 'No free slot that day'    TO WS-ITEM-DETAIL
               GO TO BOOK-FOLLOW-UP-EXIT
             WHEN 85
               MOVE 'No clinic that day'       TO WS-ITEM-DETAIL
               GO TO BOOK-FOLLOW-UP-EXIT
             WHEN OTHER
               STRING 'Booking error ' WS-ITEM-RC
                  DELIMITED BY SIZE INTO WS-ITEM-DETAIL
               GO TO BOOK-FOLLOW-UP-EXIT
           END-EVALUATE

           MOVE CA-APPT-NUM-FREE OF ITEM-COMM-AREA TO WS-FREE-COUNT
           MOVE ZERO TO WS-SLOT-SUB
           PERFORM SAVE-FREE-SLOT
             UNTIL WS-SLOT-SUB = WS-FREE-COUNT

           MOVE 'N'  TO WS-BOOKED-SWITCH
           MOVE ZERO TO WS-SLOT-SUB
           PERFORM TRY-FOLLOW-UP-SLOT
             UNTIL WS-SLOT-BOOKED
                OR WS-SLOT-SUB = WS-FREE-COUNT

           IF NOT WS-SLOT-BOOKED
              MOVE 'No bookable slot'          TO WS-ITEM-DETAIL
              GO TO BOOK-FOLLOW-UP-EXIT
           END-IF

           MOVE 'P' TO WS-ITEM-RESULT
           STRING 'Booked ' DB2-START-DATE ' '
                  WS-FREE-TIME(WS-SLOT-SUB) (1:5)
              DELIMITED BY SIZE INTO WS-ITEM-DETAIL.

       BOOK-FOLLOW-UP-EXIT.
           EXIT.

       SAVE-FREE-SLOT.
           ADD 1 TO WS-SLOT-SUB
           MOVE CA-APPT-FREE-TIME OF ITEM-COMM-AREA(WS-SLOT-SUB)
             TO WS-FREE-TIME(WS-SLOT-SUB).

       TRY-FOLLOW-UP-SLOT.
      *    a slot held for a waiting-list offer, or closed, refuses -
      *    the next free one is tried
           ADD 1 TO WS-SLOT-SUB
           INITIALIZE ITEM-COMM-AREA
           MOVE '01BAPP' TO CA-REQUEST-ID OF ITEM-COMM-AREA
           MOVE ZERO     TO CA-RETURN-CODE OF ITEM-COMM-AREA
           MOVE DB2-PATIENT-ID TO CA-PATIENT-ID OF ITEM-COMM-AREA
           MOVE CA-OS-PROVIDER-ID OF DFHCOMMAREA
             TO CA-APPT-PROVIDER-ID OF ITEM-COMM-AREA
           MOVE DB2-START-DATE TO CA-APPT-DATE OF ITEM-COMM-AREA
           MOVE WS-FREE-TIME(WS-SLOT-SUB)
             TO CA-APPT-TIME OF ITEM-COMM-AREA
           MOVE WS-ITM-NAME(WS-ITEM-SUB)
             TO CA-APPT-CLINIC OF ITEM-COMM-AREA

           EXEC CICS LINK Program('HCSADB01')
                Commarea(ITEM-COMM-AREA)
                LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE OF ITEM-COMM-AREA EQUAL 92
              MOVE ' LINK HCSADB01' TO EM-SQLREQ
              PERFORM REDO-NESTED-UNIT
           END-IF

           IF CA-RETURN-CODE OF ITEM-COMM-AREA EQUAL ZERO
              SET WS-SLOT-BOOKED TO TRUE
           END-IF.

      *================================================================*
       ADD-RESULT-LINE.
      *================================================================*
           ADD 1 TO CA-OS-COUNT OF DFHCOMMAREA
           MOVE WS-ITM-SEQ(WS-ITEM-SUB)
             TO CA-OSL-SEQ OF DFHCOMMAREA(CA-OS-COUNT OF DFHCOMMAREA)
           MOVE WS-ITM-TYPE(WS-ITEM-SUB)
             TO CA-OSL-TYPE OF DFHCOMMAREA(CA-OS-COUNT OF DFHCOMMAREA)
           MOVE WS-ITM-NAME(WS-ITEM-SUB)
             TO CA-OSL-NAME OF DFHCOMMAREA(CA-OS-COUNT OF DFHCOMMAREA)
           MOVE WS-ITEM-RESULT
             TO CA-OSL-RESULT OF DFHCOMMAREA
                (CA-OS-COUNT OF DFHCOMMAREA)
           MOVE WS-ITEM-DETAIL
             TO CA-OSL-DETAIL OF DFHCOMMAREA
                (CA-OS-COUNT OF DFHCOMMAREA).

           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSDB.
