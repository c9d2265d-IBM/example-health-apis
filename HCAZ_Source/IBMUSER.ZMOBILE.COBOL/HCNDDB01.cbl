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
      *              Notifiable Disease List Logic                     *
      *                                                                *
      *   Maintain and inquire the DB2 NOTIFDISEASE list - the lab     *
      *  test codes (type L) and diagnosis codes (type D) the health   *
      *  department must be told about.  A lab code may carry a result *
      *  value (organism code, POS) so only that result is reportable. *
      *  HCLBDB01, HCLBBJ01 and HCPLDB01 raise a PHNOTIFY row for any  *
      *  active entry they match; HCNDBJ01 sends them daily.  Entries  *
      *  are retired with active N, never deleted, so past             *
      *  notifications still read back against their disease.          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCNDDB01.
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
                                        VALUE 'HCNDDB01------WS'.
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

       01  WS-LIST-SUB                 PIC S9(4) COMP VALUE +0.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *----------------------------------------------------------------*
       01  DB2-OUT.
           03 DB2-CODE-TYPE            PIC X(1).
           03 DB2-CODE                 PIC X(10).
           03 DB2-RESULT-MATCH         PIC X(10).
           03 DB2-DISEASE              PIC X(40).
           03 DB2-ACTIVE               PIC X(1).

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

      *----------------------------------------------------------------*
      * Obtain details in DB2                                          *
      *----------------------------------------------------------------*
           EVALUATE CA-REQUEST-ID
             WHEN '01SNDL'
               PERFORM SET-NOTIFIABLE-CODE
             WHEN '01INDL'
               PERFORM GET-NOTIFIABLE-LIST
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
       SET-NOTIFIABLE-CODE.
      *================================================================*
      * Add a code to the list or change an existing one - type L or *
      * D, code and disease name keyed, active Y or N.  A result      *
      * value only means something on a lab code.                      *
      *================================================================*
           IF (CA-ND-CODE-TYPE NOT EQUAL 'L' AND
               CA-ND-CODE-TYPE NOT EQUAL 'D')
            OR CA-ND-CODE    EQUAL SPACES
            OR CA-ND-DISEASE EQUAL SPACES
            OR (CA-ND-ACTIVE NOT EQUAL 'Y' AND
                CA-ND-ACTIVE NOT EQUAL 'N')
            OR (CA-ND-CODE-TYPE EQUAL 'D' AND
                CA-ND-RESULT-MATCH NOT EQUAL SPACES)
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' UPDATE NOTIFDISEASE' TO EM-SQLREQ
           EXEC SQL
               UPDATE NOTIFDISEASE
                  SET DISEASE     = :CA-ND-DISEASE,
                      ACTIVE      = :CA-ND-ACTIVE
                WHERE CODETYPE    = :CA-ND-CODE-TYPE
                  AND CODE        = :CA-ND-CODE
                  AND RESULTMATCH = :CA-ND-RESULT-MATCH
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE ' INSERT NOTIFDISEASE' TO EM-SQLREQ
               EXEC SQL
                   INSERT INTO NOTIFDISEASE
                             ( CODETYPE,
                               CODE,
                               RESULTMATCH,
                               DISEASE,
                               ACTIVE )
                      VALUES ( :CA-ND-CODE-TYPE,
                               :CA-ND-CODE,
                               :CA-ND-RESULT-MATCH,
                               :CA-ND-DISEASE,
                               :CA-ND-ACTIVE )
               END-EXEC
               IF SQLCODE NOT EQUAL 0
                  MOVE '90' TO CA-RETURN-CODE
                  PERFORM WRITE-ERROR-MESSAGE
                  EXEC CICS RETURN END-EXEC
               END-IF
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           EXIT.

      *================================================================*
       GET-NOTIFIABLE-LIST.
      *================================================================*
      * Up to ten entries in type/code order from the keyed type and  *
      * code onward (blank starts at the top), retired entries        *
      * included so the list shows what used to be reported           *
      *================================================================*
           MOVE ' SELECT NOTIFDISEASE' TO EM-SQLREQ

           EXEC SQL
               DECLARE NDCSR CURSOR FOR
               SELECT CODETYPE, CODE, RESULTMATCH, DISEASE, ACTIVE
                 FROM NOTIFDISEASE
                WHERE CODETYPE > :CA-ND-CODE-TYPE
                   OR (CODETYPE = :CA-ND-CODE-TYPE
                       AND CODE >= :CA-ND-CODE)
                ORDER BY CODETYPE, CODE, RESULTMATCH
           END-EXEC

           EXEC SQL
               OPEN NDCSR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ZERO TO CA-ND-COUNT
           MOVE ZERO TO WS-LIST-SUB
           PERFORM FETCH-NEXT-CODE
             UNTIL SQLCODE NOT EQUAL 0
                OR WS-LIST-SUB = 10

           EXEC SQL
               CLOSE NDCSR
           END-EXEC

           IF CA-ND-COUNT = ZERO
              MOVE '01' TO CA-RETURN-CODE
           END-IF

           EXIT.

       FETCH-NEXT-CODE.
           EXEC SQL
               FETCH NDCSR
                INTO :DB2-CODE-TYPE, :DB2-CODE, :DB2-RESULT-MATCH,
                     :DB2-DISEASE, :DB2-ACTIVE
           END-EXEC

           IF SQLCODE EQUAL 0
              ADD 1 TO WS-LIST-SUB
              MOVE DB2-CODE-TYPE    TO CA-NDL-CODE-TYPE(WS-LIST-SUB)
              MOVE DB2-CODE         TO CA-NDL-CODE(WS-LIST-SUB)
              MOVE DB2-RESULT-MATCH TO CA-NDL-RESULT-MATCH(WS-LIST-SUB)
              MOVE DB2-DISEASE      TO CA-NDL-DISEASE(WS-LIST-SUB)
              MOVE DB2-ACTIVE       TO CA-NDL-ACTIVE(WS-LIST-SUB)
              MOVE WS-LIST-SUB      TO CA-ND-COUNT
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSDB.
