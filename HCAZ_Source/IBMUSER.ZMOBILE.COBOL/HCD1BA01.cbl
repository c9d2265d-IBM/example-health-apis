           PERFORM INSERT-MEDITATION.

      *    Return to caller
           PERFORM CLEAR-DB2-RETRY THRU CLEAR-DB2-RETRY-EXIT
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
      *================================================================*

      *----------------------------------------------------------------*
       COPY HCERRSDB.
