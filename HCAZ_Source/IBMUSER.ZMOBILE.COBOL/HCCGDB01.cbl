      *  effective-dated CHARGERATE price rows - no more price        *
      *  changes through ad-hoc SQL, and no historic charge ever      *
      *  silently reprices because the rate valid on the service      *
      *  date always wins at capture time (HCCHDB01/HCAVDB01).  Each  *
      *  code carries the revenue GL account its charges post to on   *
      *  the daily journal (HCGLBJ01).                                 *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
               PERFORM ADD-PRICE-ROW
             WHEN '01ICMC'
               PERFORM GET-CHARGE-CODE
             WHEN '01GCMC'
               PERFORM SET-GL-ACCOUNT
             WHEN OTHER
               MOVE '98' TO CA-RETURN-CODE
           END-EVALUATE.
      *----------------------------------------------------------------*
       MAINLINE-END.

           PERFORM CLEAR-DB2-RETRY THRU CLEAR-DB2-RETRY-EXIT
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
                           DESCRIPTION,
                           AMOUNT,
                           AUTHREQ,
                           RETIRED,
                           GLACCOUNT )
                  VALUES ( :CA-CM-CODE,
                           :CA-CM-DESC,
                           :DB2-AMOUNT,
                           :CA-CM-AUTHREQ,
                           'N',
                           :CA-CM-GL-ACCOUNT )
           END-EXEC

           IF SQLCODE NOT EQUAL 0

           EXEC SQL
               SELECT DESCRIPTION, VALUE(RETIRED, 'N'),
                      VALUE(AUTHREQ, 'N'), AMOUNT,
                      VALUE(GLACCOUNT, ' ')
                 INTO :DB2-DESC, :DB2-RETIRED,
                      :CA-CM-AUTHREQ, :DB2-AMOUNT,
                      :CA-CM-GL-ACCOUNT
                 FROM CHARGECODE
                WHERE CODE = :CA-CM-CODE
           END-EXEC

           EXIT.

      *================================================================*
       SET-GL-ACCOUNT.
      *================================================================*
      * Point a code's charges at a different revenue account - the   *
      * journal picks the account up as it stands on the night, so    *
      * charges already journalled stay where they were posted         *
      *================================================================*
           IF CA-CM-CODE EQUAL SPACES
            OR CA-CM-GL-ACCOUNT EQUAL SPACES
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' UPDATE CHARGECODE' TO EM-SQLREQ

           EXEC SQL
               UPDATE CHARGECODE
                  SET GLACCOUNT = :CA-CM-GL-ACCOUNT
                WHERE CODE = :CA-CM-CODE
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
       EDIT-CM-AMOUNT.
      *================================================================*
      *----------------------------------------------------------------*
       COPY HCRJPD.
      *----------------------------------------------------------------*
       COPY HCERRSDB.
