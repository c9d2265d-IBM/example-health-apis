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
      *              General Ledger Account Mapping Logic              *
      *                                                                *
      *   Maintain and inquire the DB2 GLMAP table - the GL account    *
      *  each payment method (type M: C cash, Q cheque, D card) and    *
      *  each adjustment type (type A, keyed by the PAYTYPE of a       *
      *  method A row) posts to, plus the control accounts (type C:    *
      *  AR receivables, REMIT payer remittances, SUSP suspense).      *
      *  Charge revenue accounts sit on CHARGECODE (HCCGDB01).  The    *
      *  daily journal HCGLBJ01 posts anything unmapped to SUSP.       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCGLDB01.
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
                                        VALUE 'HCGLDB01------WS'.
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
           03 DB2-MAP-TYPE             PIC X(1).
           03 DB2-MAP-CODE             PIC X(6).
           03 DB2-GL-ACCOUNT           PIC X(10).
           03 DB2-DESC                 PIC X(30).

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
             WHEN '01SGLM'
               PERFORM SET-GL-MAPPING
             WHEN '01IGLM'
               PERFORM GET-GL-MAPPING-LIST
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
       SET-GL-MAPPING.
      *================================================================*
      * Add a mapping or change an existing one - type M (payment     *
      * method C/Q/D/G/R), A (adjustment type) or C (control          *
      * account AR, REMIT or SUSP), the GL account and a description. *
      * A remapped code only affects journals from the next run on.   *
      *================================================================*
           IF (CA-GL-MAP-TYPE NOT EQUAL 'M' AND
               CA-GL-MAP-TYPE NOT EQUAL 'A' AND
               CA-GL-MAP-TYPE NOT EQUAL 'C')
            OR CA-GL-MAP-CODE EQUAL SPACES
            OR CA-GL-ACCOUNT  EQUAL SPACES
            OR (CA-GL-MAP-TYPE EQUAL 'M' AND
                CA-GL-MAP-CODE NOT EQUAL 'C' AND
                CA-GL-MAP-CODE NOT EQUAL 'Q' AND
                CA-GL-MAP-CODE NOT EQUAL 'D' AND
                CA-GL-MAP-CODE NOT EQUAL 'G' AND
                CA-GL-MAP-CODE NOT EQUAL 'R')
            OR (CA-GL-MAP-TYPE EQUAL 'C' AND
                CA-GL-MAP-CODE NOT EQUAL 'AR' AND
                CA-GL-MAP-CODE NOT EQUAL 'REMIT' AND
                CA-GL-MAP-CODE NOT EQUAL 'SUSP')
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' UPDATE GLMAP' TO EM-SQLREQ
           EXEC SQL
               UPDATE GLMAP
                  SET GLACCOUNT   = :CA-GL-ACCOUNT,
                      DESCRIPTION = :CA-GL-DESC
                WHERE MAPTYPE     = :CA-GL-MAP-TYPE
                  AND MAPCODE     = :CA-GL-MAP-CODE
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE ' INSERT GLMAP' TO EM-SQLREQ
               EXEC SQL
                   INSERT INTO GLMAP
                             ( MAPTYPE,
                               MAPCODE,
                               GLACCOUNT,
                               DESCRIPTION )
                      VALUES ( :CA-GL-MAP-TYPE,
                               :CA-GL-MAP-CODE,
                               :CA-GL-ACCOUNT,
                               :CA-GL-DESC )
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
       GET-GL-MAPPING-LIST.
      *================================================================*
      * Up to ten mappings in type/code order from the keyed type and *
      * code onward (blank starts at the top)                          *
      *================================================================*
           MOVE ' SELECT GLMAP' TO EM-SQLREQ

           EXEC SQL
               DECLARE GLCSR CURSOR FOR
               SELECT MAPTYPE, MAPCODE, GLACCOUNT,
                      VALUE(DESCRIPTION, ' ')
                 FROM GLMAP
                WHERE MAPTYPE > :CA-GL-MAP-TYPE
                   OR (MAPTYPE = :CA-GL-MAP-TYPE
                       AND MAPCODE >= :CA-GL-MAP-CODE)
                ORDER BY MAPTYPE, MAPCODE
           END-EXEC

           EXEC SQL
               OPEN GLCSR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ZERO TO CA-GL-COUNT
           MOVE ZERO TO WS-LIST-SUB
           PERFORM FETCH-NEXT-MAPPING
             UNTIL SQLCODE NOT EQUAL 0
                OR WS-LIST-SUB = 10

           EXEC SQL
               CLOSE GLCSR
           END-EXEC

           IF CA-GL-COUNT = ZERO
              MOVE '01' TO CA-RETURN-CODE
           END-IF

           EXIT.

       FETCH-NEXT-MAPPING.
           EXEC SQL
               FETCH GLCSR
                INTO :DB2-MAP-TYPE, :DB2-MAP-CODE, :DB2-GL-ACCOUNT,
                     :DB2-DESC
           END-EXEC

           IF SQLCODE EQUAL 0
              ADD 1 TO WS-LIST-SUB
              MOVE DB2-MAP-TYPE   TO CA-GLL-MAP-TYPE(WS-LIST-SUB)
              MOVE DB2-MAP-CODE   TO CA-GLL-MAP-CODE(WS-LIST-SUB)
              MOVE DB2-GL-ACCOUNT TO CA-GLL-ACCOUNT(WS-LIST-SUB)
              MOVE DB2-DESC       TO CA-GLL-DESC(WS-LIST-SUB)
              MOVE WS-LIST-SUB    TO CA-GL-COUNT
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSDB.
