      *================================================================*
      * Procedure to write error message to Queues, for programs that  *
      *   access DB2.  A deadlock or timeout (SQLCODE -911/-913) is    *
      *   not logged as an error straight away: the unit of work is   *
      *   backed out and the program re-driven up to WS-RT-LIMIT      *
      *   times.  Each retry is logged to HCAZERRS only, tagged       *
      *   DB2 RETRY, so HCAZEMON does not count it.  Once the retries *
      *   are used up the caller gets return code 92 (system busy).   *
      *   A program LINKed by one that holds DB2 work of its own       *
      *   (WS-RT-OWNER-NAMES) is not re-driven: it returns 92 at once *
      *   and the owner redoes its whole unit of work.                 *
      *================================================================*
       WRITE-ERROR-MESSAGE.
           IF (SQLCODE EQUAL -911 OR SQLCODE EQUAL -913)
              AND EIBCALEN > 0
              PERFORM RETRY-DB2-CONTENTION
           END-IF
           PERFORM LOG-ERROR-MESSAGE.
           EXIT.

       RETRY-DB2-CONTENTION.
           MOVE SQLCODE TO WS-RT-SQLCODE
      * Only part of the unit of work belongs to this program - leave
      * the back-out and the retry to the program that owns it
           PERFORM CHECK-DB2-NESTING THRU CHECK-DB2-NESTING-EXIT
           IF WS-RT-NESTED
              MOVE ' DB2 NESTED' TO EM-SQLREQ
              MOVE WS-RT-SQLCODE TO EM-SQLRC
              PERFORM LOG-RETRY-MESSAGE
              IF EIBCALEN > 8
                 MOVE '92' TO DFHCOMMAREA(7:2)
              END-IF
              EXEC CICS RETURN END-EXEC
           END-IF
      * Back out whatever this unit of work had done so far
           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC
           EXEC CICS ASKTIME ABSTIME(WS-RT-ABSTIME)
           END-EXEC
      * Pick up the attempts already made by this task, if any
           MOVE EIBTASKN TO WS-RT-QUEUE-TASK
           MOVE LENGTH OF WS-RT-QUEUE-DATA TO WS-RT-QUEUE-LEN
           EXEC CICS READQ TS QUEUE(WS-RT-QUEUE-NAME)
                     INTO(WS-RT-QUEUE-DATA)
                     LENGTH(WS-RT-QUEUE-LEN)
                     ITEM(1)
                     RESP(WS-RT-RESP)
           END-EXEC
           IF WS-RT-RESP NOT EQUAL DFHRESP(NORMAL)
              MOVE ZERO TO WS-RT-COUNT
              MOVE WS-RT-ABSTIME TO WS-RT-FIRST-TIME
           ELSE
              EXEC CICS DELETEQ TS QUEUE(WS-RT-QUEUE-NAME)
                        RESP(WS-RT-RESP)
              END-EXEC
              COMPUTE WS-RT-ELAPSED = WS-RT-ABSTIME - WS-RT-FIRST-TIME
              IF WS-RT-ELAPSED > WS-RT-STALE-MS
                 MOVE ZERO TO WS-RT-COUNT
                 MOVE WS-RT-ABSTIME TO WS-RT-FIRST-TIME
              END-IF
           END-IF

           IF WS-RT-COUNT < WS-RT-LIMIT
              ADD 1 TO WS-RT-COUNT
              EXEC CICS WRITEQ TS QUEUE(WS-RT-QUEUE-NAME)
                        FROM(WS-RT-QUEUE-DATA)
                        LENGTH(LENGTH OF WS-RT-QUEUE-DATA)
                        RESP(WS-RT-RESP)
              END-EXEC
              MOVE WS-RT-COUNT   TO WS-RT-TAG-COUNT
              MOVE WS-RT-RETRY-TAG TO EM-SQLREQ
              MOVE WS-RT-SQLCODE TO EM-SQLRC
              PERFORM LOG-RETRY-MESSAGE
      * Give the other unit of work a moment, longer each time round
              MOVE WS-RT-COUNT TO WS-RT-DELAY
              EXEC CICS DELAY FOR SECONDS(WS-RT-DELAY)
              END-EXEC
              EXEC CICS ASSIGN PROGRAM(WS-RT-PROGRAM)
              END-EXEC
              EXEC CICS XCTL PROGRAM(WS-RT-PROGRAM)
                        COMMAREA(DFHCOMMAREA)
                        LENGTH(EIBCALEN)
              END-EXEC
           END-IF

      * Retries used up - tell the caller the system is busy
           MOVE ' SYSTEM BUSY' TO EM-SQLREQ
           MOVE WS-RT-SQLCODE TO EM-SQLRC
           IF EIBCALEN > 8
              MOVE '92' TO DFHCOMMAREA(7:2)
           END-IF
           PERFORM LOG-ERROR-MESSAGE
           EXEC CICS RETURN END-EXEC.
           EXIT.

      * Was this program LINKed by a program that owns the unit of
      * work?  A program re-driven by XCTL names itself as invoker.
       CHECK-DB2-NESTING.
           MOVE 'N' TO WS-RT-NESTED-SWITCH
           MOVE SPACES TO WS-RT-INVOKER
           EXEC CICS ASSIGN INVOKINGPROG(WS-RT-INVOKER)
                     RESP(WS-RT-RESP)
           END-EXEC
           IF WS-RT-RESP NOT EQUAL DFHRESP(NORMAL)
              OR WS-RT-INVOKER EQUAL SPACES
              GO TO CHECK-DB2-NESTING-EXIT
           END-IF
           EXEC CICS ASSIGN PROGRAM(WS-RT-PROGRAM)
           END-EXEC
           IF WS-RT-INVOKER EQUAL WS-RT-PROGRAM
              GO TO CHECK-DB2-NESTING-EXIT
           END-IF
           MOVE 1 TO WS-RT-OWNER-SUB
           PERFORM TEST-ONE-DB2-OWNER
               UNTIL WS-RT-OWNER-SUB > WS-RT-OWNER-MAX
                  OR WS-RT-NESTED.
       CHECK-DB2-NESTING-EXIT.
           EXIT.

       TEST-ONE-DB2-OWNER.
           IF WS-RT-OWNER (WS-RT-OWNER-SUB) EQUAL WS-RT-INVOKER
              MOVE 'Y' TO WS-RT-NESTED-SWITCH
           END-IF
           ADD 1 TO WS-RT-OWNER-SUB.

      * Normal end of a request - any retry count this task left for
      * its re-driven attempt is finished with.  A nested program
      * leaves it for the owner, which shares the task's queue.
       CLEAR-DB2-RETRY.
           IF EIBCALEN EQUAL ZERO
              GO TO CLEAR-DB2-RETRY-EXIT
           END-IF
           PERFORM CHECK-DB2-NESTING THRU CHECK-DB2-NESTING-EXIT
           IF WS-RT-NESTED
              GO TO CLEAR-DB2-RETRY-EXIT
           END-IF
           MOVE EIBTASKN TO WS-RT-QUEUE-TASK
           EXEC CICS DELETEQ TS QUEUE(WS-RT-QUEUE-NAME)
                     RESP(WS-RT-RESP)
           END-EXEC.
       CLEAR-DB2-RETRY-EXIT.
           EXIT.

      * A program this one LINKed hit a deadlock or timeout and handed
      * back 92 without backing out - redo this whole unit of work as
      * if the contention had been met here.  EM-SQLREQ names the LINK.
       REDO-NESTED-UNIT.
           MOVE -911 TO SQLCODE
           PERFORM WRITE-ERROR-MESSAGE.

       LOG-RETRY-MESSAGE.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     MMDDYYYY(WS-DATE)
                     TIME(WS-TIME)
           END-EXEC
           MOVE WS-DATE TO EM-DATE
           MOVE WS-TIME TO EM-TIME
           EXEC CICS LINK PROGRAM(HCAZERRS)
                     COMMAREA(ERROR-MSG)
                     LENGTH(LENGTH OF ERROR-MSG)
           END-EXEC.
           EXIT.

       COPY HCERRLOG.
