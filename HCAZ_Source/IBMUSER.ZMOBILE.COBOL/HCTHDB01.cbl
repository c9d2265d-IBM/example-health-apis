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
      *                Theatre Session and Case Logic                  *
      *                                                                *
      *   Runs the day-surgery and minor-procedure lists on the DB2    *
      *  THEATRESESS and THEATRECASE tables.  A session is a room on   *
      *  a date between two times and may not be set up over a         *
      *  FACCLOSE closure or over another session in the same room.    *
      *  Cases are booked into a session with the procedure, the       *
      *  surgeon from the PROVIDER registry, the estimated minutes     *
      *  and the anaesthetic type; a case that would overrun the       *
      *  session is refused.  Each case carries its pre-op checklist   *
      *  - consent read from the SURGERY type on the consent           *
      *  register, fasting and the allergy review confirmed against    *
      *  the patient's ALLERGY rows.  HCTHBJ01 prints the lists and    *
      *  HCTHBJ02 reports how full the sessions ran.                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCTHDB01.
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
                                        VALUE 'HCTHDB01------WS'.
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

       01  WS-CASE-SUB                 PIC S9(4) COMP VALUE +0.

      * Anaesthetic types the theatre lists recognise
       01  WS-ANAESTHETIC              PIC X(2).
           88 WS-ANAESTHETIC-VALID     VALUE 'GA' 'RA' 'LA' 'SD'.

      * Checklist letters shown against each case on the list
       01  WS-CHECKLIST.
           03 WS-CK-CONSENT            PIC X(1).
           03 WS-CK-FASTING            PIC X(1).
           03 WS-CK-ALLERGY            PIC X(1).

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *----------------------------------------------------------------*
      * Host variables for output from DB2 integer types
       01  DB2-OUT.
           03 DB2-SESSION-ID           PIC S9(9) COMP.
           03 DB2-SESSION-ID-INT       PIC S9(9) COMP.
           03 DB2-CASE-ID              PIC S9(9) COMP.
           03 DB2-CASE-ID-INT          PIC S9(9) COMP.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-SURGEON-ID           PIC S9(9) COMP.
           03 DB2-FACILITY             PIC X(4).
           03 DB2-SESS-DATE            PIC X(10).
           03 DB2-START                PIC X(8).
           03 DB2-END                  PIC X(8).
           03 DB2-ROOM                 PIC X(8).
           03 DB2-SESS-STATUS          PIC X(1).
           03 DB2-SESS-MINUTES         PIC S9(9) COMP.
           03 DB2-BOOKED-MINUTES       PIC S9(9) COMP.
           03 DB2-EST-MINUTES          PIC S9(9) COMP.
           03 DB2-LIST-ORDER           PIC S9(9) COMP.
           03 DB2-CLOSURES             PIC S9(9) COMP.
           03 DB2-CLASHES              PIC S9(9) COMP.
           03 DB2-ALLERGIES            PIC S9(9) COMP.
           03 DB2-CONSENT-STATUS       PIC X(1).
           03 DB2-PROCEDURE            PIC X(40).
           03 DB2-ANAESTHETIC          PIC X(2).
           03 DB2-CONSENT-OK           PIC X(1).
           03 DB2-FASTING-OK           PIC X(1).
           03 DB2-ALLERGY-OK           PIC X(1).
           03 DB2-CASE-STATUS          PIC X(1).

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

           MOVE CA-PATIENT-ID    TO DB2-PATIENT-ID
           MOVE CA-TH-SESSION-ID TO DB2-SESSION-ID
           MOVE CA-TH-CASE-ID    TO DB2-CASE-ID

      *----------------------------------------------------------------*
      * Obtain details in DB2                                          *
      *----------------------------------------------------------------*
           EVALUATE CA-REQUEST-ID
             WHEN '01CTHS'
               PERFORM CREATE-SESSION
             WHEN '01ITHS'
               PERFORM GET-SESSION
             WHEN '01BTHC'
               PERFORM BOOK-CASE
             WHEN '01XTHC'
               PERFORM CANCEL-CASE
             WHEN '01KTHC'
               PERFORM RECORD-CHECKLIST
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
       CREATE-SESSION.
      *================================================================*
      * Set up a session - room, date and both times keyed, the       *
      * facility on the FACILITY reference table, no closure of the   *
      * facility over any part of it and no other open session in    *
      * the same room overlapping it                                   *
      *================================================================*
           IF CA-TH-ROOM      EQUAL SPACES
            OR CA-TH-SESS-DATE EQUAL SPACES
            OR CA-TH-START     EQUAL SPACES
            OR CA-TH-END       EQUAL SPACES
            OR CA-TH-START >= CA-TH-END
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE CA-TH-ROOM      TO DB2-ROOM
           MOVE CA-TH-SESS-DATE TO DB2-SESS-DATE
           MOVE CA-TH-START     TO DB2-START
           MOVE CA-TH-END       TO DB2-END

      *    the date and times must be real ones - DB2 says so
           MOVE ' SELECT SESSION MINUTES' TO EM-SQLREQ
           EXEC SQL
               SELECT ( MIDNIGHT_SECONDS(TIME(:DB2-END)) -
                        MIDNIGHT_SECONDS(TIME(:DB2-START)) ) / 60
                 INTO :DB2-SESS-MINUTES
                 FROM SYSIBM.SYSDUMMY1
                WHERE DATE(:DB2-SESS-DATE) IS NOT NULL
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' SELECT FACILITY' TO EM-SQLREQ
           EXEC SQL
               SELECT FACILITY
                 INTO :DB2-FACILITY
                 FROM FACILITY
                WHERE FACILITY = :CA-TH-FACILITY
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '02' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           PERFORM CHECK-SESSION-CLOSURE

           MOVE ' SELECT THEATRESESS' TO EM-SQLREQ
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-CLASHES
                 FROM THEATRESESS
                WHERE ROOM      = :DB2-ROOM
                  AND SESSDATE  = :DB2-SESS-DATE
                  AND STATUS    = 'O'
                  AND STARTTIME < :DB2-END
                  AND ENDTIME   > :DB2-START
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           IF DB2-CLASHES > 0
              MOVE '83' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' INSERT THEATRESESS' TO EM-SQLREQ
           EXEC SQL
               INSERT INTO THEATRESESS
                         ( SESSIONID,
                           ROOM,
                           SESSDATE,
                           STARTTIME,
                           ENDTIME,
                           FACILITY,
                           SESSMINUTES,
                           STATUS )
                  VALUES ( DEFAULT,
                           :DB2-ROOM,
                           :DB2-SESS-DATE,
                           :DB2-START,
                           :DB2-END,
                           :DB2-FACILITY,
                           :DB2-SESS-MINUTES,
                           'O' )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           EXEC SQL
                SET :DB2-SESSION-ID-INT = IDENTITY_VAL_LOCAL()
           END-EXEC

           MOVE DB2-SESSION-ID-INT TO CA-TH-SESSION-ID
           MOVE DB2-SESS-MINUTES   TO CA-TH-SESS-MINUTES
           MOVE ZERO               TO CA-TH-BOOKED-MINUTES.

           EXIT.

      *================================================================*
       CHECK-SESSION-CLOSURE.
      *================================================================*
      * A closure of the session's facility that day - all day, or a  *
      * part-day closure overlapping the session times - stops the    *
      * session being set up and any further case being booked in    *
      *================================================================*
           MOVE ' SELECT FACCLOSE' TO EM-SQLREQ

           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-CLOSURES
                 FROM FACCLOSE
                WHERE FACILITY  = :DB2-FACILITY
                  AND CLOSEDATE = :DB2-SESS-DATE
                  AND (STARTTIME = ' '
                       OR (STARTTIME < :DB2-END
                           AND ENDTIME > :DB2-START))
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           IF DB2-CLOSURES > 0
              MOVE '82' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXIT.

      *================================================================*
       READ-SESSION.
      *================================================================*
      * The session header with the minutes already booked into it   *
      *================================================================*
           MOVE ' SELECT THEATRESESS' TO EM-SQLREQ
           EXEC SQL
               SELECT ROOM, SESSDATE, STARTTIME, ENDTIME, FACILITY,
                      SESSMINUTES, STATUS
                 INTO :DB2-ROOM, :DB2-SESS-DATE, :DB2-START, :DB2-END,
                      :DB2-FACILITY, :DB2-SESS-MINUTES,
                      :DB2-SESS-STATUS
                 FROM THEATRESESS
                WHERE SESSIONID = :DB2-SESSION-ID
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
           END-EVALUATE

           MOVE ' SELECT THEATRECASE' TO EM-SQLREQ
           EXEC SQL
               SELECT VALUE(SUM(ESTMINUTES), 0)
                 INTO :DB2-BOOKED-MINUTES
                 FROM THEATRECASE
                WHERE SESSIONID = :DB2-SESSION-ID
                  AND STATUS    = 'B'
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE DB2-ROOM           TO CA-TH-ROOM
           MOVE DB2-SESS-DATE      TO CA-TH-SESS-DATE
           MOVE DB2-START          TO CA-TH-START
           MOVE DB2-END            TO CA-TH-END
           MOVE DB2-FACILITY       TO CA-TH-FACILITY
           MOVE DB2-SESS-MINUTES   TO CA-TH-SESS-MINUTES
           MOVE DB2-BOOKED-MINUTES TO CA-TH-BOOKED-MINUTES.

           EXIT.

      *================================================================*
       GET-SESSION.
      *================================================================*
      * The session and its booked cases in list order, up to the    *
      * eight the commarea carries                                     *
      *================================================================*
           PERFORM READ-SESSION

           MOVE ' SELECT THEATRECASE' TO EM-SQLREQ
           EXEC SQL
               DECLARE THCCSR CURSOR FOR
               SELECT CASEID, PATIENTID, PROCEDURE, ESTMINUTES,
                      ANAESTHETIC, CONSENTOK, FASTINGOK, ALLERGYOK,
                      STATUS
                 FROM THEATRECASE
                WHERE SESSIONID = :DB2-SESSION-ID
                  AND STATUS    = 'B'
                ORDER BY LISTORDER
           END-EXEC

           EXEC SQL
               OPEN THCCSR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ZERO TO CA-TH-COUNT
           MOVE ZERO TO WS-CASE-SUB
           PERFORM FETCH-NEXT-CASE
             UNTIL SQLCODE NOT EQUAL 0
                OR WS-CASE-SUB = 8

           EXEC SQL
               CLOSE THCCSR
           END-EXEC

           EXIT.

       FETCH-NEXT-CASE.
           EXEC SQL
               FETCH THCCSR
                INTO :DB2-CASE-ID, :DB2-PATIENT-ID, :DB2-PROCEDURE,
                     :DB2-EST-MINUTES, :DB2-ANAESTHETIC,
                     :DB2-CONSENT-OK, :DB2-FASTING-OK,
                     :DB2-ALLERGY-OK, :DB2-CASE-STATUS
           END-EXEC

           IF SQLCODE EQUAL 0
              ADD 1 TO WS-CASE-SUB
              MOVE DB2-CASE-ID     TO CA-THC-CASE-ID(WS-CASE-SUB)
              MOVE DB2-PATIENT-ID  TO CA-THC-PATIENT-ID(WS-CASE-SUB)
              MOVE DB2-PROCEDURE   TO CA-THC-PROCEDURE(WS-CASE-SUB)
              MOVE DB2-EST-MINUTES TO CA-THC-EST-MINUTES(WS-CASE-SUB)
              MOVE DB2-ANAESTHETIC TO CA-THC-ANAESTHETIC(WS-CASE-SUB)
              PERFORM FORMAT-CHECKLIST
              MOVE WS-CHECKLIST    TO CA-THC-CHECKLIST(WS-CASE-SUB)
              MOVE DB2-CASE-STATUS TO CA-THC-STATUS(WS-CASE-SUB)
              MOVE WS-CASE-SUB     TO CA-TH-COUNT
           END-IF.

           EXIT.

       FORMAT-CHECKLIST.
           MOVE '---' TO WS-CHECKLIST
           IF DB2-CONSENT-OK EQUAL 'Y'
              MOVE 'C' TO WS-CK-CONSENT
           END-IF
           IF DB2-FASTING-OK EQUAL 'Y'
              MOVE 'F' TO WS-CK-FASTING
           END-IF
           IF DB2-ALLERGY-OK EQUAL 'Y'
              MOVE 'A' TO WS-CK-ALLERGY
           END-IF.

           EXIT.

      *================================================================*
       BOOK-CASE.
      *================================================================*
      * Book a case into an open session - patient on file, surgeon  *
      * an active provider, procedure, minutes and a known            *
      * anaesthetic type keyed.  Refused if the facility has since   *
      * closed over the session or if the case would take the        *
      * session past its end                                           *
      *================================================================*
           MOVE CA-TH-ANAESTHETIC TO WS-ANAESTHETIC
           IF CA-TH-PROCEDURE EQUAL SPACES
            OR CA-TH-EST-MINUTES NOT NUMERIC
            OR CA-TH-EST-MINUTES EQUAL ZERO
            OR NOT WS-ANAESTHETIC-VALID
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM READ-SESSION

           IF DB2-SESS-STATUS NOT EQUAL 'O'
              MOVE '01' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

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
               MOVE '70' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           MOVE CA-TH-SURGEON-ID TO DB2-SURGEON-ID
           MOVE ' SELECT PROVIDER' TO EM-SQLREQ
           EXEC SQL
               SELECT PROVIDERID
                 INTO :DB2-SURGEON-ID
                 FROM PROVIDER
                WHERE PROVIDERID = :DB2-SURGEON-ID
                  AND ACTIVE     = 'Y'
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '02' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           PERFORM CHECK-SESSION-CLOSURE

           MOVE CA-TH-EST-MINUTES TO DB2-EST-MINUTES
           IF DB2-BOOKED-MINUTES + DB2-EST-MINUTES > DB2-SESS-MINUTES
              MOVE '84' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' SELECT LISTORDER' TO EM-SQLREQ
           EXEC SQL
               SELECT VALUE(MAX(LISTORDER), 0) + 1
                 INTO :DB2-LIST-ORDER
                 FROM THEATRECASE
                WHERE SESSIONID = :DB2-SESSION-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' INSERT THEATRECASE' TO EM-SQLREQ
           EXEC SQL
               INSERT INTO THEATRECASE
                         ( CASEID,
                           SESSIONID,
                           PATIENTID,
                           PROCEDURE,
                           SURGEONID,
                           ESTMINUTES,
                           ANAESTHETIC,
                           LISTORDER,
                           CONSENTOK,
                           FASTINGOK,
                           ALLERGYOK,
                           BOOKEDDATETIME,
                           STATUS )
                  VALUES ( DEFAULT,
                           :DB2-SESSION-ID,
                           :DB2-PATIENT-ID,
                           :CA-TH-PROCEDURE,
                           :DB2-SURGEON-ID,
                           :DB2-EST-MINUTES,
                           :CA-TH-ANAESTHETIC,
                           :DB2-LIST-ORDER,
                           'N',
                           'N',
                           'N',
                           CHAR(CURRENT TIMESTAMP),
                           'B' )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           EXEC SQL
                SET :DB2-CASE-ID-INT = IDENTITY_VAL_LOCAL()
           END-EXEC

           MOVE DB2-CASE-ID-INT TO CA-TH-CASE-ID
           COMPUTE CA-TH-BOOKED-MINUTES =
                   DB2-BOOKED-MINUTES + DB2-EST-MINUTES.

           EXIT.

      *================================================================*
       CANCEL-CASE.
      *================================================================*
      * Take a booked case off the list - its minutes free up for    *
      * the next booking                                               *
      *================================================================*
           MOVE ' UPDATE THEATRECASE' TO EM-SQLREQ

           EXEC SQL
               UPDATE THEATRECASE
                  SET STATUS = 'X'
                WHERE CASEID = :DB2-CASE-ID
                  AND STATUS = 'B'
           END-EXEC

           Evaluate SQLCODE
             When 0
               MOVE '00' TO CA-RETURN-CODE
             When 100
               MOVE '01' TO CA-RETURN-CODE
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           End-Evaluate.

           EXIT.

      *================================================================*
       RECORD-CHECKLIST.
      *================================================================*
      * The pre-op checklist for a booked case.  Fasting and the      *
      * allergy review are confirmed Y/N by the checker; consent is  *
      * never keyed - it is ticked only while the latest SURGERY row *
      * on the consent register is a grant.  The allergy count goes  *
      * back so the checker sees what was reviewed.  Recording again *
      * overwrites the earlier check with the current position       *
      *================================================================*
           IF (CA-TH-FASTING NOT EQUAL 'Y' AND
               CA-TH-FASTING NOT EQUAL 'N')
            OR (CA-TH-ALLERGY-CHECKED NOT EQUAL 'Y' AND
                CA-TH-ALLERGY-CHECKED NOT EQUAL 'N')
            OR CA-TH-CHECKED-BY EQUAL SPACES
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' SELECT THEATRECASE' TO EM-SQLREQ
           EXEC SQL
               SELECT PATIENTID
                 INTO :DB2-PATIENT-ID
                 FROM THEATRECASE
                WHERE CASEID = :DB2-CASE-ID
                  AND STATUS = 'B'
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
           END-EVALUATE

           MOVE 'N' TO DB2-CONSENT-OK
           MOVE ' SELECT CONSENT' TO EM-SQLREQ
           EXEC SQL
               SELECT STATUS
                 INTO :DB2-CONSENT-STATUS
                 FROM CONSENT
                WHERE PATIENTID   = :DB2-PATIENT-ID
                  AND CONSENTTYPE = 'SURGERY'
                ORDER BY RECORDEDDATETIME DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE EQUAL 0 AND DB2-CONSENT-STATUS EQUAL 'G'
              MOVE 'Y' TO DB2-CONSENT-OK
           END-IF

           MOVE ' SELECT ALLERGY' TO EM-SQLREQ
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-ALLERGIES
                 FROM ALLERGY
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE CA-TH-FASTING         TO DB2-FASTING-OK
           MOVE CA-TH-ALLERGY-CHECKED TO DB2-ALLERGY-OK

           MOVE ' UPDATE THEATRECASE' TO EM-SQLREQ
           EXEC SQL
               UPDATE THEATRECASE
                  SET CONSENTOK       = :DB2-CONSENT-OK,
                      FASTINGOK       = :DB2-FASTING-OK,
                      ALLERGYOK       = :DB2-ALLERGY-OK,
                      CHECKEDBY       = :CA-TH-CHECKED-BY,
                      CHECKEDDATETIME = CHAR(CURRENT TIMESTAMP)
                WHERE CASEID = :DB2-CASE-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE DB2-CONSENT-OK TO CA-TH-CONSENT
           IF DB2-ALLERGIES > 99
              MOVE 99 TO CA-TH-ALLERGY-COUNT
           ELSE
              MOVE DB2-ALLERGIES TO CA-TH-ALLERGY-COUNT
           END-IF
           IF DB2-CONSENT-OK EQUAL 'Y' AND
              DB2-FASTING-OK EQUAL 'Y' AND
              DB2-ALLERGY-OK EQUAL 'Y'
              MOVE 'C' TO CA-TH-CHECKLIST
           ELSE
              MOVE 'I' TO CA-TH-CHECKLIST
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSDB.
