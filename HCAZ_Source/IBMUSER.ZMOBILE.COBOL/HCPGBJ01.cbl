      *        for MENTALSTATE, ALERTQ, THRESHOLDHIST and MEDITATION,   *
      *        which were previously left behind under the old         *
      *        PATIENTID when a duplicate was merged away.             *
      *  2026  Added a first pass that merges records carrying the     *
      *        same national patient identifier - a definite           *
      *        duplicate whatever the demographics say.  The           *
      *        demographic pass now leaves alone a pair whose          *
      *        identifiers are both present and differ, carries the    *
      *        duplicate's identifier onto a keeper without one, and   *
      *        re-points the NATIDREVIEW worklist rows.                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-COUNTERS.
           03 WS-PATIENTS-READ         PIC 9(7) VALUE ZERO.
           03 WS-DUPLICATES-MERGED     PIC 9(7) VALUE ZERO.
           03 WS-NATIONAL-ID-MERGED    PIC 9(7) VALUE ZERO.
           03 WS-CONFLICTS-SKIPPED     PIC 9(7) VALUE ZERO.

      *----------------------------------------------------------------*
      * Previous row held to detect a new duplicate group               *
           03 WS-PREV-LAST-NAME        PIC X(20).
           03 WS-PREV-DOB               PIC X(10).
           03 WS-PREV-POSTCODE          PIC X(10).
           03 WS-PREV-NATIONAL-ID       PIC X(10).

      *----------------------------------------------------------------*
      * Host variables for the duplicate-detection cursor               *
           03 DB2-LAST-NAME            PIC X(20).
           03 DB2-DOB                  PIC X(10).
           03 DB2-POSTCODE             PIC X(10).
           03 DB2-NATIONAL-ID          PIC X(10).
           03 DB2-NATID-STATUS         PIC X(1).

       01  DB2-KEEPER-ID               PIC S9(9) COMP.
       01  DB2-DUPLICATE-ID            PIC S9(9) COMP.
       MAINLINE SECTION.

           PERFORM INITIALIZE-JOB.
           PERFORM PROCESS-NATIONAL-ID UNTIL WS-EOF.
           PERFORM CLOSE-NATIONAL-ID-CURSOR.
           PERFORM OPEN-DUPLICATE-CURSOR.
           PERFORM PROCESS-PATIENT UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           DISPLAY 'HCPGBJ01 - PATIENT MERGE JOB STARTING'.
           MOVE LOW-VALUES TO WS-PREVIOUS-PATIENT.

      * Records sharing a national identifier are the same person -
      * merged into the lowest PATIENTID before the demographic pass
           EXEC SQL
               DECLARE NIDCSR CURSOR WITH HOLD FOR
               SELECT PATIENTID, NATIONALID
                 FROM PATIENT
                WHERE VALUE(NATIONALID, ' ') <> ' '
                ORDER BY NATIONALID, PATIENTID
           END-EXEC.

           EXEC SQL
               OPEN NIDCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCPGBJ01 - OPEN NIDCSR FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-NATIONAL-ID
           END-IF.

       FETCH-NEXT-NATIONAL-ID.
           EXEC SQL
               FETCH NIDCSR
                INTO :DB2-PATIENT-ID, :DB2-NATIONAL-ID
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCPGBJ01 - FETCH NIDCSR FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       PROCESS-NATIONAL-ID.
           IF DB2-NATIONAL-ID EQUAL WS-PREV-NATIONAL-ID
              MOVE WS-PREV-KEEPER-ID TO DB2-KEEPER-ID
              MOVE DB2-PATIENT-ID    TO DB2-DUPLICATE-ID
              PERFORM MERGE-DUPLICATE-PATIENT
              IF NOT WS-MERGE-FAILED
                 ADD 1 TO WS-NATIONAL-ID-MERGED
              END-IF
           ELSE
              MOVE DB2-PATIENT-ID  TO WS-PREV-KEEPER-ID
              MOVE DB2-NATIONAL-ID TO WS-PREV-NATIONAL-ID
           END-IF.

           PERFORM FETCH-NEXT-NATIONAL-ID.

       CLOSE-NATIONAL-ID-CURSOR.
           EXEC SQL
               CLOSE NIDCSR
           END-EXEC.

           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO WS-PREVIOUS-PATIENT.

       OPEN-DUPLICATE-CURSOR.
      * WITH HOLD keeps the cursor open across the COMMIT/ROLLBACK
      * issued for each duplicate group - without it the first
      * COMMIT-MERGE closes DUPCSR and the next FETCH fails SQLCODE -501
           EXEC SQL
               DECLARE DUPCSR CURSOR WITH HOLD FOR
               SELECT PATIENTID, LASTNAME, DOB, POSTCODE,
                      VALUE(NATIONALID, ' '), VALUE(NATIDSTATUS, ' ')
                 FROM PATIENT
                ORDER BY LASTNAME, DOB, POSTCODE, PATIENTID
           END-EXEC.
           EXEC SQL
               FETCH DUPCSR
                INTO :DB2-PATIENT-ID, :DB2-LAST-NAME,
                     :DB2-DOB, :DB2-POSTCODE,
                     :DB2-NATIONAL-ID, :DB2-NATID-STATUS
           END-EXEC.

           EVALUATE SQLCODE
              DB2-POSTCODE  EQUAL WS-PREV-POSTCODE
              MOVE WS-PREV-KEEPER-ID TO DB2-KEEPER-ID
              MOVE DB2-PATIENT-ID    TO DB2-DUPLICATE-ID
      * Two different national identifiers are two different people,
      * however alike the demographics
              IF DB2-NATIONAL-ID     NOT EQUAL SPACES AND
                 WS-PREV-NATIONAL-ID NOT EQUAL SPACES AND
                 DB2-NATIONAL-ID     NOT EQUAL WS-PREV-NATIONAL-ID
                 ADD 1 TO WS-CONFLICTS-SKIPPED
                 DISPLAY 'HCPGBJ01 - NATIONAL ID DIFFERS, NOT MERGED '
                          DB2-DUPLICATE-ID ' / ' DB2-KEEPER-ID
              ELSE
                 PERFORM MERGE-DUPLICATE-PATIENT
                 IF NOT WS-MERGE-FAILED
                    AND WS-PREV-NATIONAL-ID EQUAL SPACES
                    MOVE DB2-NATIONAL-ID TO WS-PREV-NATIONAL-ID
                 END-IF
              END-IF
           ELSE
              MOVE DB2-PATIENT-ID  TO WS-PREV-KEEPER-ID
              MOVE DB2-LAST-NAME   TO WS-PREV-LAST-NAME
              MOVE DB2-DOB         TO WS-PREV-DOB
              MOVE DB2-POSTCODE    TO WS-PREV-POSTCODE
              MOVE DB2-NATIONAL-ID TO WS-PREV-NATIONAL-ID
           END-IF.

           PERFORM FETCH-NEXT-PATIENT.
              PERFORM MOVE-MEDITATION-FOR-MERGE
           END-IF

           IF NOT WS-MERGE-FAILED
              PERFORM MOVE-NATIDREVIEW-FOR-MERGE
           END-IF

           IF NOT WS-MERGE-FAILED
              PERFORM DELETE-PATIENTUSER-FOR-MERGE
           END-IF
              PERFORM DELETE-PATIENT-FOR-MERGE
           END-IF

           IF NOT WS-MERGE-FAILED
              PERFORM CARRY-NATIONAL-ID-FOR-MERGE
           END-IF

           IF WS-MERGE-FAILED
              PERFORM ROLLBACK-MERGE
           ELSE
              MOVE 'Y' TO WS-MERGE-ERROR-SWITCH
           END-IF.

      *================================================================*
       MOVE-NATIDREVIEW-FOR-MERGE.
      *================================================================*
           EXEC SQL
               UPDATE NATIDREVIEW SET PATIENTID = :DB2-KEEPER-ID
                WHERE PATIENTID = :DB2-DUPLICATE-ID
           END-EXEC.

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
              DISPLAY 'HCPGBJ01 - UPDATE NATIDREVIEW FAILED SQLCODE='
                       SQLCODE
              MOVE 'Y' TO WS-MERGE-ERROR-SWITCH
           END-IF.

      *================================================================*
       DELETE-PATIENTUSER-FOR-MERGE.
      *================================================================*
              MOVE 'Y' TO WS-MERGE-ERROR-SWITCH
           END-IF.

      *================================================================*
       CARRY-NATIONAL-ID-FOR-MERGE.
      *================================================================*
      * The keeper takes the duplicate's identifier if it had none -
      * run after the duplicate row is gone so the value is never on
      * two patients at once
           IF DB2-NATIONAL-ID EQUAL SPACES
              OR WS-PREV-NATIONAL-ID NOT EQUAL SPACES
              CONTINUE
           ELSE
              EXEC SQL
                  UPDATE PATIENT
                     SET NATIONALID  = :DB2-NATIONAL-ID,
                         NATIDSTATUS = :DB2-NATID-STATUS
                   WHERE PATIENTID = :DB2-KEEPER-ID
                     AND VALUE(NATIONALID, ' ') = ' '
              END-EXEC

              IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
                 DISPLAY 'HCPGBJ01 - UPDATE PATIENT FAILED SQLCODE='
                          SQLCODE
                 MOVE 'Y' TO WS-MERGE-ERROR-SWITCH
              END-IF
           END-IF.

       TERMINATE-JOB.
           MOVE WS-DUPLICATES-MERGED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           DISPLAY 'HCPGBJ01 - PATIENTS READ:      ' WS-PATIENTS-READ.
           DISPLAY 'HCPGBJ01 - DUPLICATES MERGED:   '
                    WS-DUPLICATES-MERGED.
           DISPLAY 'HCPGBJ01 - ON NATIONAL ID:      '
                    WS-NATIONAL-ID-MERGED.
           DISPLAY 'HCPGBJ01 - NATIONAL ID DIFFERS: '
                    WS-CONFLICTS-SKIPPED.
           DISPLAY 'HCPGBJ01 - PATIENT MERGE JOB COMPLETE'.

      *----------------------------------------------------------------*
