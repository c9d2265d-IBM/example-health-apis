                   CA-BATCH-NUM-READINGS OF DFHCOMMAREA.

      *    Return to caller
           PERFORM CLEAR-DB2-RETRY THRU CLEAR-DB2-RETRY-EXIT
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
                     LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE OF WS-THRESHOLD-COMMAREA EQUAL 92
              MOVE ' LINK HCT1BI01' TO EM-SQLREQ
              PERFORM REDO-NESTED-UNIT
           END-IF

           IF CA-RETURN-CODE OF WS-THRESHOLD-COMMAREA EQUAL 0
              SET WS-THRESHOLD-AVAILABLE TO TRUE
           END-IF.
       COPY HCRJPD.

      *----------------------------------------------------------------*
       COPY HCERRSDB.
