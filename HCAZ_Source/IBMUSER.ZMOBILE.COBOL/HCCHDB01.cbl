      *  CHARGECODE reference, never keyed free-hand - or list the    *
      *  patient's most recent charges.  The standard visit charge    *
      *  is captured automatically by HCAVDB01; this handles the      *
      *  extras.  A patient with a financial assistance award in      *
      *  effect is charged at the award's discounted rate.  Each      *
      *  charge carries the accounting period it posts to - never a   *
      *  period finance has closed (HCPEPD).                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

      *----------------------------------------------------------------*
       COPY HCERRSWS.
      *----------------------------------------------------------------*
       COPY HCFAWS.
      *----------------------------------------------------------------*
       COPY HCPEWS.
      *----------------------------------------------------------------*
      * Fields to be used to calculate if commarea is large enough
       01  WS-COMMAREA-LENGTHS.
      *----------------------------------------------------------------*
       MAINLINE-END.

           PERFORM CLEAR-DB2-RETRY THRU CLEAR-DB2-RETRY-EXIT
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
              MOVE DB2-RATE-AMOUNT TO DB2-CHARGE-AMOUNT
           END-IF

      *    a financial assistance award in effect today takes its
      *    band's discount off - the discount is kept on the row so
      *    the statement and the charity-care return can show it
           MOVE DB2-PATIENT-ID    TO WS-FA-PATIENT-ID
           MOVE DB2-CHARGE-AMOUNT TO WS-FA-GROSS
           EXEC SQL
               SET :WS-FA-SERVICE-DATE = CHAR(CURRENT DATE, ISO)
           END-EXEC
           PERFORM APPLY-ASSIST-DISCOUNT
           MOVE WS-FA-NET         TO DB2-CHARGE-AMOUNT

      *    a code the payer pre-authorizes needs an active auth on
      *    file (HCATDB01) before the charge goes on - otherwise the
      *    claim just bounces back as a denial
              MOVE SPACES TO CA-CHR-DIAG-CODE2
           END-IF

      *    nothing posts into a month finance has closed - the charge
      *    goes into the open period, and with none open it is refused
           MOVE ' SELECT ACCTPERIOD' TO EM-SQLREQ
           MOVE WS-FA-SERVICE-DATE TO WS-PE-ITEM-DATE
           PERFORM ASSIGN-POSTING-PERIOD
           EVALUATE TRUE
             WHEN WS-PE-NONE-OPEN
               MOVE '82' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN WS-PE-SQL-ERROR
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           MOVE ' INSERT CHARGE' TO EM-SQLREQ
           EXEC SQL
               INSERT INTO CHARGE
                           AMOUNT,
                           PAID,
                           DIAGCODE,
                           DIAGCODE2,
                           DISCOUNTAMT,
                           FABAND,
                           POSTPERIOD )
                  VALUES ( :DB2-PATIENT-ID,
                           CURRENT TIMESTAMP,
                           :CA-CHR-CODE,
                           :DB2-CHARGE-AMOUNT,
                           'N',
                           :CA-CHR-DIAG-CODE,
                           :CA-CHR-DIAG-CODE2,
                           :WS-FA-DISCOUNT,
                           :WS-FA-BAND,
                           :WS-PE-PERIOD )
             END-EXEC

             IF SQLCODE NOT EQUAL 0
           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSDB.

      *----------------------------------------------------------------*
       COPY HCFAPD.

      *----------------------------------------------------------------*
       COPY HCPEPD.
