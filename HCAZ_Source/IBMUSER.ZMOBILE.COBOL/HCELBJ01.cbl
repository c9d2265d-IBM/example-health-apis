      *  the raw commarea snapshot line that accompanies it - so      *
      *  support staff can review recent failures without having to  *
      *  browse the queue directly.                                   *
      *   DB2 deadlock/timeout retries (tagged DB2 RETRY) are listed  *
      *  but counted apart from the errors, as is the system-busy     *
      *  entry logged when the retries ran out.                       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       01  WS-COUNTERS.
           03 WS-ENTRIES-LISTED        PIC 9(7) VALUE ZERO.
           03 WS-RETRIES-LISTED        PIC 9(7) VALUE ZERO.
           03 WS-BUSY-LISTED           PIC 9(7) VALUE ZERO.

      *----------------------------------------------------------------*
      * The raw line read from the error log, read as one of two
           IF WS-KEEP-ENTRY
              MOVE WS-REPORT-LINE  TO ERRLOG-RPT-LINE
              WRITE ERRLOG-RPT-LINE
              PERFORM COUNT-REPORT-LINE
           END-IF
           PERFORM READ-NEXT-ENTRY.

       COUNT-REPORT-LINE.
      *    a retry is the system coping, not an error - keep it out
      *    of the error count the support team works from
           EVALUATE TRUE
             WHEN RC-TAG EQUAL 'COMMAREA='
               ADD 1 TO WS-ENTRIES-LISTED
             WHEN RE-SQLREQ (1:11) EQUAL ' DB2 RETRY '
               ADD 1 TO WS-RETRIES-LISTED
             WHEN RE-SQLREQ EQUAL ' SYSTEM BUSY'
               ADD 1 TO WS-BUSY-LISTED
               ADD 1 TO WS-ENTRIES-LISTED
             WHEN OTHER
               ADD 1 TO WS-ENTRIES-LISTED
           END-EVALUATE.

       WRITE-RETRY-TOTALS.
           MOVE SPACES TO ERRLOG-RPT-LINE
           WRITE ERRLOG-RPT-LINE
           MOVE SPACES TO ERRLOG-RPT-LINE
           STRING 'DB2 deadlock/timeout retries: ' WS-RETRIES-LISTED
                  '   Gave up - system busy: ' WS-BUSY-LISTED
                  DELIMITED BY SIZE INTO ERRLOG-RPT-LINE
           WRITE ERRLOG-RPT-LINE.

       TERMINATE-JOB.
           PERFORM WRITE-RETRY-TOTALS
           MOVE WS-ENTRIES-LISTED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT

           DISPLAY 'HCELBJ01 - ENTRIES LISTED: '
                    WS-ENTRIES-LISTED.
           DISPLAY 'HCELBJ01 - DB2 RETRIES LISTED: '
                    WS-RETRIES-LISTED.
           DISPLAY 'HCELBJ01 - ERROR LOG REPORT COMPLETE'.

      *----------------------------------------------------------------*
