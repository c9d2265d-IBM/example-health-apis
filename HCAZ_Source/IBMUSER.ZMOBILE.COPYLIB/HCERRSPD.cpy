      *   Medication Id and SQLCODE.                                   *
      *================================================================*
       WRITE-ERROR-MESSAGE.
           PERFORM LOG-ERROR-MESSAGE.
           EXIT.

       COPY HCERRLOG.
