      *----------------------------------------------------------------*
       MAINLINE-END.

           PERFORM CLEAR-DB2-RETRY THRU CLEAR-DB2-RETRY-EXIT
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
                LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE OF WS-EXPAND-COMMAREA EQUAL 92
              MOVE ' LINK HCMADB02' TO EM-SQLREQ
              PERFORM REDO-NESTED-UNIT
           END-IF

           IF CA-RETURN-CODE OF WS-EXPAND-COMMAREA > 0
              MOVE CA-RETURN-CODE OF WS-EXPAND-COMMAREA
                TO CA-RETURN-CODE OF DFHCOMMAREA
           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSDB.
      *----------------------------------------------------------------*
       COPY HCINTPD.

