      *  nightly HCLOBJ01 extract sends open orders to the reference  *
      *  lab; HCLRBJ01 reconciles orders against the results          *
      *  HCLBBJ01 loads, ageing the unanswered and flagging results   *
      *  we never ordered.  The phlebotomy round (HCPHBJ01) lists and *
      *  labels the placed orders of inpatients; 01CLBO stamps the    *
      *  order collected when the specimen is drawn, so an order not  *
      *  yet drawn is told apart from one drawn and awaiting result.  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 DB2-PRIORITY             PIC X(1).
           03 DB2-ORDERED              PIC X(19).
           03 DB2-STATUS               PIC X(1).
           03 DB2-COLLECTED            PIC X(1).

      *----------------------------------------------------------------*
      *    DB2 CONTROL
               PERFORM CANCEL-ORDER
             WHEN '01ILBO'
               PERFORM GET-ORDERS
             WHEN '01CLBO'
               PERFORM COLLECT-ORDER
             WHEN OTHER
               MOVE '98' TO CA-RETURN-CODE
           END-EVALUATE.
      *----------------------------------------------------------------*
       MAINLINE-END.

           PERFORM CLEAR-DB2-RETRY THRU CLEAR-DB2-RETRY-EXIT
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.

           EXIT.

      *================================================================*
       COLLECT-ORDER.
      *================================================================*
      * The specimen for an open order has been drawn - stamp who and *
      * when.  The order stays O or S for the lab send and the result *
      * load; only a second collection of the same order is refused   *
      *================================================================*
           IF CA-LBO-COLLECTED-BY EQUAL SPACES
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' SELECT LABORDER' TO EM-SQLREQ
           EXEC SQL
               SELECT CASE WHEN COLLECTEDDATETIME IS NULL
                           THEN 'N' ELSE 'Y' END
                 INTO :DB2-COLLECTED
                 FROM LABORDER
                WHERE ORDERID = :DB2-ORDER-ID
                  AND STATUS IN ('O', 'S')
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

           IF DB2-COLLECTED EQUAL 'Y'
              MOVE '88' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' UPDATE LABORDER' TO EM-SQLREQ
           EXEC SQL
               UPDATE LABORDER
                  SET COLLECTEDBY       = :CA-LBO-COLLECTED-BY,
                      COLLECTEDDATETIME = CHAR(CURRENT TIMESTAMP)
                WHERE ORDERID = :DB2-ORDER-ID
                  AND COLLECTEDDATETIME IS NULL
           END-EXEC

           Evaluate SQLCODE
             When 0
               MOVE '00' TO CA-RETURN-CODE
             When 100
               MOVE '88' TO CA-RETURN-CODE
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           End-Evaluate.

           EXIT.

      *================================================================*
       GET-ORDERS.
      *================================================================*
           EXEC SQL
               DECLARE LBOCSR CURSOR FOR
               SELECT ORDERID, TESTCODE, PRIORITY,
                      ORDERDATETIME, STATUS,
                      CASE WHEN COLLECTEDDATETIME IS NULL
                           THEN ' ' ELSE 'Y' END
                 FROM LABORDER
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND STATUS IN ('O', 'S')
           EXEC SQL
               FETCH LBOCSR
                INTO :DB2-ORDER-ID, :DB2-TEST-CODE, :DB2-PRIORITY,
                     :DB2-ORDERED, :DB2-STATUS, :DB2-COLLECTED
           END-EXEC

           IF SQLCODE EQUAL 0
              MOVE DB2-PRIORITY  TO CA-LBOL-PRIORITY(WS-ORDER-SUB)
              MOVE DB2-ORDERED   TO CA-LBOL-ORDERED(WS-ORDER-SUB)
              MOVE DB2-STATUS    TO CA-LBOL-STATUS(WS-ORDER-SUB)
              MOVE DB2-COLLECTED TO CA-LBOL-COLLECTED(WS-ORDER-SUB)
              MOVE WS-ORDER-SUB  TO CA-LBO-COUNT
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSDB.
