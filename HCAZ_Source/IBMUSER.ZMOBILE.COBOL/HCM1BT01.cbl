      *    An administered dose comes out of dispensary stock
           IF CA-RETURN-CODE OF DFHCOMMAREA EQUAL ZERO
              PERFORM DECREMENT-STOCK
           END-IF

      *    A deadlock further down hands back 92 with nothing backed
      *    out - take the dose mark back with it so the nurse can
      *    simply sign again
           IF CA-RETURN-CODE OF DFHCOMMAREA EQUAL 92
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF.

      *----------------------------------------------------------------*
                LENGTH(32500)
           END-EXEC.

           IF CA-RETURN-CODE OF STOCK-COMM-AREA EQUAL 92
              MOVE 92 TO CA-RETURN-CODE OF DFHCOMMAREA
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
