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
      *              Clinic Letter To Referrer Logic                   *
      *                                                                *
      *   Seeing the patient for a referral appointment (HCSADB01)     *
      *  queues a letter back to the referring provider on             *
      *  CLINLETTER; HCLTBJ01 drafts its lines onto CLINLETTERLN -     *
      *  the readings, visit note, medications started and stopped,    *
      *  problems added and lab orders of the visit.  Here the         *
      *  consultant lists the drafts awaiting approval, reads a        *
      *  draft eight lines at a time and approves it (D to A);         *
      *  HCLTBJ01 then sends the approved letter to the referrer.      *
      *  The approval is audited.                                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCLTDB01.
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
                                        VALUE 'HCLTDB01------WS'.
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

       01  WS-LINE-SUB                 PIC S9(4) COMP VALUE +0.

      * One draft on the list
       01  WS-LIST-LINE.
           03 WS-LL-LETTER-ID          PIC 9(10).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-LL-PATIENT-ID         PIC 9(10).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-LL-SEEN               PIC X(16).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-LL-REFERRER           PIC X(20).
           03 FILLER                   PIC X(11) VALUE SPACES.

       01  WS-LETTER-AUDIT-KEY.
           03 FILLER                   PIC X(4) VALUE 'CLT '.
           03 WS-LAK-LETTER-ID         PIC 9(10).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-LAK-PATIENT-ID        PIC 9(10).

       01  WS-LETTER-AUDIT-IMAGE.
           03 FILLER                   PIC X(3) VALUE 'ST='.
           03 WS-LAI-STATUS            PIC X(1).
           03 FILLER                   PIC X(4) VALUE ' BY='.
           03 WS-LAI-USER              PIC X(10).
           03 FILLER                   PIC X(5) VALUE ' REF='.
           03 WS-LAI-REFPROV           PIC 9(10).

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *   DB2 datatypes to COBOL equivalents                           *
      *     SMALLINT    :   PIC S9(4) COMP                             *
      *     INTEGER     :   PIC S9(9) COMP                             *
      *     TIMESTAMP   :   PIC X(26)                                  *
      *----------------------------------------------------------------*
       01  DB2-OUT.
           03 DB2-LETTER-ID            PIC S9(9) COMP.
           03 DB2-PROVIDER-ID          PIC S9(9) COMP.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-REFPROV-ID           PIC S9(9) COMP.
           03 DB2-REFERRER             PIC X(20).
           03 DB2-SEEN                 PIC X(26).
           03 DB2-STATUS               PIC X(1).
           03 DB2-LINE                 PIC S9(9) COMP.
           03 DB2-LINE-TEXT            PIC X(120).
           03 DB2-USER                 PIC X(10).

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

           MOVE CA-CLT-LETTER-ID    TO DB2-LETTER-ID
           MOVE CA-CLT-PROVIDER-ID  TO DB2-PROVIDER-ID
           MOVE CA-CLT-LINE         TO DB2-LINE
           MOVE CA-CLT-USER         TO DB2-USER

      *----------------------------------------------------------------*
      * Obtain details in DB2                                          *
      *----------------------------------------------------------------*
           EVALUATE CA-REQUEST-ID
             WHEN '01ILTL'
               PERFORM GET-DRAFT-LIST
             WHEN '01ILTR'
               PERFORM GET-LETTER-LINES
             WHEN '01ALTR'
               PERFORM APPROVE-LETTER
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
       GET-DRAFT-LIST.
      *================================================================*
      * Eight drafts awaiting the consultant's approval, from the    *
      * keyed letter id on - '01' when there are none                *
      *================================================================*
           MOVE ' SELECT CLINLETTER' TO EM-SQLREQ
           EXEC SQL
               DECLARE LTLCSR CURSOR FOR
               SELECT L.LETTERID, L.PATIENTID, L.SEENDATETIME,
                      VALUE(( SELECT V.LASTNAME FROM PROVIDER V
                               WHERE V.PROVIDERID = L.REFPROVIDERID ),
                            ' ')
                 FROM CLINLETTER L
                WHERE L.PROVIDERID = :DB2-PROVIDER-ID
                  AND L.STATUS     = 'D'
                  AND L.LETTERID  >= :DB2-LETTER-ID
                ORDER BY L.LETTERID
           END-EXEC

           EXEC SQL
               OPEN LTLCSR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ZERO TO CA-CLT-COUNT
           MOVE ZERO TO WS-LINE-SUB
           PERFORM FETCH-NEXT-DRAFT
             UNTIL SQLCODE NOT EQUAL 0
                OR WS-LINE-SUB = 8

           EXEC SQL
               CLOSE LTLCSR
           END-EXEC

           IF CA-CLT-COUNT EQUAL ZERO
              MOVE '01' TO CA-RETURN-CODE
           END-IF.

           EXIT.

       FETCH-NEXT-DRAFT.
           EXEC SQL
               FETCH LTLCSR
                INTO :DB2-LETTER-ID, :DB2-PATIENT-ID, :DB2-SEEN,
                     :DB2-REFERRER
           END-EXEC

           IF SQLCODE EQUAL 0
              ADD 1 TO WS-LINE-SUB
              MOVE DB2-LETTER-ID       TO WS-LL-LETTER-ID
              MOVE DB2-PATIENT-ID      TO WS-LL-PATIENT-ID
              MOVE DB2-SEEN(1:16)      TO WS-LL-SEEN
              MOVE DB2-REFERRER        TO WS-LL-REFERRER
              MOVE WS-LIST-LINE        TO CA-CLTL-TEXT (WS-LINE-SUB)
              MOVE WS-LINE-SUB         TO CA-CLT-COUNT
           END-IF.

           EXIT.

      *================================================================*
       READ-LETTER.
      *================================================================*
      * The letter asked for - '01' when there is no such letter     *
      *================================================================*
           MOVE ' SELECT CLINLETTER' TO EM-SQLREQ
           EXEC SQL
               SELECT PATIENTID, PROVIDERID, REFPROVIDERID,
                      SEENDATETIME, STATUS
                 INTO :DB2-PATIENT-ID, :DB2-PROVIDER-ID,
                      :DB2-REFPROV-ID, :DB2-SEEN, :DB2-STATUS
                 FROM CLINLETTER
                WHERE LETTERID = :DB2-LETTER-ID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-PATIENT-ID  TO CA-PATIENT-ID
               MOVE DB2-PROVIDER-ID TO CA-CLT-PROVIDER-ID
               MOVE DB2-SEEN(1:19)  TO CA-CLT-SEEN
               MOVE DB2-STATUS      TO CA-CLT-STATUS
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
       GET-LETTER-LINES.
      *================================================================*
      * Eight lines of the letter from the keyed line on (the first  *
      * line when none is keyed) - '02' past the last line or when   *
      * the letter is still waiting to be drafted                    *
      *================================================================*
           PERFORM READ-LETTER

           IF DB2-LINE < 1
              MOVE 1 TO DB2-LINE
           END-IF

           MOVE ' SELECT CLINLETTERLN' TO EM-SQLREQ
           EXEC SQL
               DECLARE LTRCSR CURSOR FOR
               SELECT LINESEQ, LINETEXT
                 FROM CLINLETTERLN
                WHERE LETTERID = :DB2-LETTER-ID
                  AND LINESEQ >= :DB2-LINE
                ORDER BY LINESEQ
           END-EXEC

           EXEC SQL
               OPEN LTRCSR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ZERO TO CA-CLT-COUNT
           MOVE ZERO TO WS-LINE-SUB
           PERFORM FETCH-NEXT-LETTER-LINE
             UNTIL SQLCODE NOT EQUAL 0
                OR WS-LINE-SUB = 8

           EXEC SQL
               CLOSE LTRCSR
           END-EXEC

           IF CA-CLT-COUNT EQUAL ZERO
              MOVE '02' TO CA-RETURN-CODE
           END-IF.

           EXIT.

       FETCH-NEXT-LETTER-LINE.
           EXEC SQL
               FETCH LTRCSR
                INTO :DB2-LINE, :DB2-LINE-TEXT
           END-EXEC

           IF SQLCODE EQUAL 0
              ADD 1 TO WS-LINE-SUB
              MOVE DB2-LINE-TEXT       TO CA-CLTL-TEXT (WS-LINE-SUB)
              MOVE DB2-LINE            TO CA-CLT-LINE
              MOVE WS-LINE-SUB         TO CA-CLT-COUNT
           END-IF.

           EXIT.

      *================================================================*
       APPROVE-LETTER.
      *================================================================*
      * The consultant signs the draft off for sending.              *
      *   '01' no such letter   '87' no user signed on                *
      *   '89' letter not a draft awaiting approval                  *
      *================================================================*
           IF DB2-USER EQUAL SPACES OR LOW-VALUES
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM READ-LETTER

           IF DB2-STATUS NOT EQUAL 'D'
              MOVE '89' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' UPDATE CLINLETTER' TO EM-SQLREQ
           EXEC SQL
               UPDATE CLINLETTER
                  SET STATUS           = 'A',
                      APPROVEDBY       = :DB2-USER,
                      APPROVEDDATETIME = CHAR(CURRENT TIMESTAMP)
                WHERE LETTERID = :DB2-LETTER-ID
                  AND STATUS   = 'D'
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE 'A' TO CA-CLT-STATUS
             WHEN 100
               MOVE '89' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           MOVE 'HCLTDB01'            TO AUD-PROGRAM
           MOVE DB2-LETTER-ID         TO WS-LAK-LETTER-ID
           MOVE DB2-PATIENT-ID        TO WS-LAK-PATIENT-ID
           MOVE WS-LETTER-AUDIT-KEY   TO AUD-KEY
           MOVE 'D'                   TO WS-LAI-STATUS
           MOVE SPACES                TO WS-LAI-USER
           MOVE DB2-REFPROV-ID        TO WS-LAI-REFPROV
           MOVE WS-LETTER-AUDIT-IMAGE TO AUD-BEFORE
           MOVE 'A'                   TO WS-LAI-STATUS
           MOVE DB2-USER              TO WS-LAI-USER
           MOVE WS-LETTER-AUDIT-IMAGE TO AUD-AFTER
           PERFORM WRITE-AUDIT-LOG.

           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSDB.
      *----------------------------------------------------------------*
       COPY HCADTPD.
