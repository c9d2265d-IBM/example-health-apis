      *  each against the NOTIFICATION row HCNFBJ01 queued, stamping   *
      *  the sent time.  Results that match no queued message are      *
      *  listed on SYSOUT.                                             *
      *   R is a letter the mailing house had back marked gone away -  *
      *  posted as failed, and the patient's address is marked G so    *
      *  no more letters go there until the address is changed.        *
      *  Letters handed back at the front desk are marked the same     *
      *  way from the patient screen (HCP1PL01 PF9).                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 WS-RESULTS-READ          PIC 9(7) VALUE ZERO.
           03 WS-RESULTS-POSTED        PIC 9(7) VALUE ZERO.
           03 WS-RESULTS-UNMATCHED     PIC 9(7) VALUE ZERO.
           03 WS-MARKED-GONE-AWAY      PIC 9(7) VALUE ZERO.

       01  DB2-STATUS.
           03 DB2-NOTIF-ID             PIC S9(9) COMP.

       POST-ONE-RESULT.
           IF STA-NOTIF-ID NOT NUMERIC OR
              (STA-RESULT NOT EQUAL 'S' AND NOT EQUAL 'F'
                                        AND NOT EQUAL 'R')
              DISPLAY 'HCNUBJ01 - BAD RESULT RECORD: '
                       STATUS-IN-RECORD
              ADD 1 TO WS-RESULTS-UNMATCHED
           ELSE
              MOVE STA-NOTIF-ID TO DB2-NOTIF-ID
              MOVE STA-RESULT   TO DB2-RESULT
              IF STA-RESULT EQUAL 'R'
                 MOVE 'F' TO DB2-RESULT
              END-IF

              EXEC SQL
                  UPDATE NOTIFICATION
              EVALUATE SQLCODE
                WHEN 0
                  ADD 1 TO WS-RESULTS-POSTED
                  IF STA-RESULT EQUAL 'R'
                     PERFORM MARK-GONE-AWAY
                  END-IF
                WHEN 100
                  DISPLAY 'HCNUBJ01 - NO QUEUED MESSAGE FOR ID '
                           STA-NOTIF-ID

           PERFORM READ-NEXT-RESULT.

       MARK-GONE-AWAY.
      *    the returned letter's patient has moved without telling us
           EXEC SQL
               UPDATE PATIENT
                  SET ADDRSTATUS = 'G'
                WHERE PATIENTID =
                      (SELECT PATIENTID FROM NOTIFICATION
                        WHERE NOTIFID = :DB2-NOTIF-ID)
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-MARKED-GONE-AWAY
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'HCNUBJ01 - GONE AWAY UPDATE FAILED SQLCODE='
                        SQLCODE
           END-EVALUATE.

       TERMINATE-JOB.
           CLOSE STATUS-IN.

           DISPLAY 'HCNUBJ01 - RESULTS POSTED:    ' WS-RESULTS-POSTED.
           DISPLAY 'HCNUBJ01 - RESULTS UNMATCHED: '
                    WS-RESULTS-UNMATCHED.
           DISPLAY 'HCNUBJ01 - MARKED GONE AWAY:  ' WS-MARKED-GONE-AWAY.
           DISPLAY 'HCNUBJ01 - STATUS POST-BACK COMPLETE'.
