
      *----------------------------------------------------------------*
      *
           PERFORM CLEAR-DB2-RETRY THRU CLEAR-DB2-RETRY-EXIT
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
                LENGTH(32500)
           END-EXEC.
      **********
           IF CA-RETURN-CODE EQUAL 92
              MOVE ' LINK HCUTDB01' TO EM-SQLREQ
              PERFORM REDO-NESTED-UNIT
           END-IF.

           EXIT.

           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSDB.
