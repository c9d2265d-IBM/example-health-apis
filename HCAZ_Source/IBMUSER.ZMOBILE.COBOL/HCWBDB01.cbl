      *  MOVEMENT history.  The bed must exist on the BED reference   *
      *  and be empty; the ward occupancy inquiry lists a ward's     *
      *  occupied beds and the bed inquiry answers where one patient  *
      *  is - which is what the alert worklists show.  An admission   *
      *  also starts the clock on the falls and pressure-injury risk  *
      *  assessments nursing must complete (HCFPDB01).  The ward list *
      *  carries each patient's resuscitation status (HCDNDB01).      *
      *  Every admission prints the patient's barcoded wristband on   *
      *  the ward's band printer; the MAR scans it before a dose.     *
      *  Every discharge opens a clinical coding work item for the    *
      *  stay (CODEEPISODE) for the coders to complete on HCEPPL01.   *
      *  Each stay carries an expected discharge date and, once the   *
      *  patient is fit but cannot leave, a delay reason; every delay *
      *  period is kept on DISCHDELAY for the delayed-discharge list. *
      *  A bed a patient leaves is awaiting clean (a deep clean after *
      *  an isolation patient) until housekeeping marks it clean, and *
      *  cannot be admitted into until then; BEDCLEAN keeps the times *
      *  for the turnaround report (HCHKBJ01).  Every discharge also  *
      *  builds the discharge medication (TTO) list, DISCHMED, that   *
      *  pharmacy verifies and issues on HCTOPL01.                    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       01  WS-BED-COUNT                PIC 9(2) VALUE 0.

       01  WS-RESP                     PIC S9(8) COMP.

      * Printer queue the admission wristbands route to
       77  WS-WRISTBAND-TDQ            PIC X(4) VALUE 'WBND'.

      * One wristband print record - what the band shows in text and
      * the symbol text the printer encodes as its barcode
       01  WS-WRISTBAND-RECORD.
           03 WS-WBR-LAST-NAME         PIC X(20).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-WBR-FIRST-NAME        PIC X(10).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-WBR-DOB               PIC X(10).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-WBR-PATIENT-ID        PIC 9(10).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-WBR-WARD              PIC X(4).
           03 FILLER                   PIC X(1) VALUE '/'.
           03 WS-WBR-BED               PIC X(4).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-WBR-BARCODE           PIC X(14).

       COPY HCBCDWS.

      *----------------------------------------------------------------*
      * Host variables
       01  DB2-WARDBED.
           03 DB2-ISOLATION            PIC X(1).
           03 DB2-SIDEROOM             PIC X(1).
           03 DB2-DIET                 PIC X(10).
           03 DB2-FALLS-RISK           PIC X(1).
           03 DB2-PRESS-RISK           PIC X(1).
           03 DB2-RESUS                PIC X(1).
           03 DB2-FIRST-NAME           PIC X(10).
           03 DB2-LAST-NAME            PIC X(20).
           03 DB2-DOB                  PIC X(10).
           03 DB2-EP-WARD              PIC X(4).
           03 DB2-EP-ADMIT             PIC X(26).
           03 DB2-EPISODE-ID           PIC S9(9) COMP.
           03 DB2-EXP-DISCH            PIC X(10).
           03 DB2-DELAY-REASON         PIC X(4).
           03 DB2-DELAY-SINCE          PIC X(10).
           03 DB2-ADMIT-TS             PIC X(26).
           03 DB2-OLD-WARD             PIC X(4).
           03 DB2-OLD-BED              PIC X(4).
           03 DB2-OLD-ISOLATION        PIC X(1).
           03 DB2-CLEAN-STATUS         PIC X(1).
           03 DB2-CLEAN-TYPE           PIC X(1).
           03 DB2-RELEASED             PIC X(16).

           EXEC SQL
               INCLUDE SQLCA
               PERFORM SET-ISOLATION
             WHEN '01ADIE'
               PERFORM SET-DIET
             WHEN '01AEDD'
               PERFORM SET-DISCHARGE-PLAN
             WHEN '01ACLN'
               PERFORM MARK-BED-CLEAN
             WHEN '01ICLN'
               PERFORM GET-BEDS-TO-CLEAN
             WHEN OTHER
               MOVE '98' TO CA-RETURN-CODE
           END-EVALUATE.
      *----------------------------------------------------------------*
       MAINLINE-END.

           PERFORM CLEAR-DB2-RETRY THRU CLEAR-DB2-RETRY-EXIT
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.

           PERFORM WRITE-MOVEMENT-ROW-A.

           PERFORM RECORD-BED-TURNAROUND.

           PERFORM SEED-MED-RECONCILIATION THRU SEED-MED-RECON-EXIT.

           PERFORM SEED-RISK-ASSESSMENTS THRU SEED-RISK-ASSESS-EXIT.

           PERFORM PRINT-WRISTBAND THRU PRINT-WRISTBAND-EXIT.

           EXIT.

      *================================================================*
       SEED-MED-RECON-EXIT.
           EXIT.

      *================================================================*
       SEED-RISK-ASSESSMENTS.
      *================================================================*
      * A falls and a pressure-injury assessment fall due within six  *
      * hours of admission - one RISKDUE row for each, which the      *
      * shift worklist (HCFPBJ01) chases until HCFPDB01 records the   *
      * assessment.  A problem seeding never fails the admission.     *
      *================================================================*
           EXEC SQL
               DELETE FROM RISKDUE
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
              PERFORM WRITE-ERROR-MESSAGE
              GO TO SEED-RISK-ASSESS-EXIT
           END-IF

           EXEC SQL
               INSERT INTO RISKDUE
                         ( PATIENTID, ASSESSTYPE, DUEDATETIME,
                           LASTASSESSED, LASTSCORE, RISKLEVEL )
                  SELECT PATIENTID, 'F', ADMITDATETIME + 6 HOURS,
                         NULL, NULL, ' '
                    FROM OCCUPANCY
                   WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              PERFORM WRITE-ERROR-MESSAGE
              GO TO SEED-RISK-ASSESS-EXIT
           END-IF

           EXEC SQL
               INSERT INTO RISKDUE
                         ( PATIENTID, ASSESSTYPE, DUEDATETIME,
                           LASTASSESSED, LASTSCORE, RISKLEVEL )
                  SELECT PATIENTID, 'P', ADMITDATETIME + 6 HOURS,
                         NULL, NULL, ' '
                    FROM OCCUPANCY
                   WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

       SEED-RISK-ASSESS-EXIT.
           EXIT.

      *================================================================*
       PRINT-WRISTBAND.
      *================================================================*
      * The patient's band - name, date of birth, patient id and bed  *
      * in text, and the barcode the MAR scans before every dose -    *
      * goes to the ward's band printer.  A problem printing never    *
      * fails the admission - it is logged for the ward to chase.     *
      *================================================================*
           MOVE ' SELECT PATIENT' TO EM-SQLREQ
           EXEC SQL
               SELECT FIRSTNAME, LASTNAME, CHAR(DOB, ISO)
                 INTO :DB2-FIRST-NAME, :DB2-LAST-NAME, :DB2-DOB
                 FROM PATIENT
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              PERFORM WRITE-ERROR-MESSAGE
              GO TO PRINT-WRISTBAND-EXIT
           END-IF

           MOVE DB2-PATIENT-ID TO WS-BCD-PATIENT-ID
           PERFORM BUILD-WRISTBAND-BARCODE

           MOVE DB2-LAST-NAME  TO WS-WBR-LAST-NAME
           MOVE DB2-FIRST-NAME TO WS-WBR-FIRST-NAME
           MOVE DB2-DOB        TO WS-WBR-DOB
           MOVE DB2-PATIENT-ID TO WS-WBR-PATIENT-ID
           MOVE DB2-WARD       TO WS-WBR-WARD
           MOVE DB2-BED        TO WS-WBR-BED
           MOVE WS-BCD-BARCODE TO WS-WBR-BARCODE

           EXEC CICS WRITEQ TD QUEUE(WS-WRISTBAND-TDQ)
                     FROM(WS-WRISTBAND-RECORD)
                     LENGTH(LENGTH OF WS-WRISTBAND-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
              MOVE ' WRITEQ TD WBND' TO EM-SQLREQ
              PERFORM WRITE-ERROR-MESSAGE
              GO TO PRINT-WRISTBAND-EXIT
           END-IF.

       PRINT-WRISTBAND-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCBCDPD.

      *================================================================*
       TRANSFER-PATIENT.
      *================================================================*
      * an isolation patient may only move into a side room
           PERFORM CHECK-ISOLATION-MOVE THRU CHECK-ISOLATION-EXIT

           PERFORM SAVE-VACATED-BED

           MOVE ' UPDATE OCCUPANCY' TO EM-SQLREQ
           EXEC SQL
               UPDATE OCCUPANCY
           Evaluate SQLCODE
             When 0
               PERFORM WRITE-MOVEMENT-ROW-T
               PERFORM RELEASE-BED-FOR-CLEAN THRU RELEASE-BED-EXIT
               PERFORM RECORD-BED-TURNAROUND
             When 100
               MOVE '01' TO CA-RETURN-CODE
             When Other
      *================================================================*
      * Out of the bed entirely; movement history gets a D row        *
      *================================================================*
           PERFORM SAVE-EPISODE-DETAILS
           PERFORM SAVE-VACATED-BED

           MOVE ' DELETE OCCUPANCY' TO EM-SQLREQ
           EXEC SQL
               DELETE FROM OCCUPANCY
           Evaluate SQLCODE
             When 0
               PERFORM WRITE-MOVEMENT-ROW-D
               PERFORM END-DISCHARGE-DELAY
               PERFORM RELEASE-BED-FOR-CLEAN THRU RELEASE-BED-EXIT
               PERFORM QUEUE-DISCHARGE-SUMMARY
               PERFORM QUEUE-CODING-EPISODE THRU QUEUE-CODING-EXIT
               PERFORM BUILD-DISCHARGE-MEDS
             When 100
               MOVE '01' TO CA-RETURN-CODE
             When Other

           EXIT.

      *================================================================*
       BUILD-DISCHARGE-MEDS.
      *================================================================*
      * The medicines the patient goes home with - every drug the     *
      * admission reconciliation continued (C) and every order written *
      * during the stay, which has no reconciliation row (N) - land   *
      * on DISCHMED awaiting pharmacy verification (P).  Held,        *
      * stopped and still-pending drugs stay behind.  A problem       *
      * building the list never fails the discharge.                   *
      *================================================================*
           EXEC SQL
               INSERT INTO DISCHMED
                         ( PATIENTID, MEDICATIONID, DRUGNAME,
                           STRENGTH, AMOUNT, ROUTE, FREQUENCY,
                           SUPPLYQTY, SOURCE, DISCHDATETIME, STATUS,
                           VERIFIEDBY, VERIFIEDDATETIME,
                           ISSUEDBY, ISSUEDDATETIME )
                  SELECT M.PATIENTID, M.MEDICATIONID, M.DRUGNAME,
                         M.STRENGTH, M.AMOUNT, M.ROUTE, M.FREQUENCY,
                         0,
                         CASE WHEN R.DECISION IS NULL THEN 'N'
                              ELSE 'C' END,
                         CHAR(CURRENT TIMESTAMP), 'P',
                         ' ', ' ', ' ', ' '
                    FROM MEDICATION M
                    LEFT OUTER JOIN MEDRECON R
                      ON R.PATIENTID    = M.PATIENTID
                     AND R.MEDICATIONID = M.MEDICATIONID
                   WHERE M.PATIENTID = :DB2-PATIENT-ID
                     AND ( R.DECISION = 'C' OR R.DECISION IS NULL )
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           EXIT.

      *================================================================*
       QUEUE-DISCHARGE-SUMMARY.
      *================================================================*

           EXIT.

      *================================================================*
       SAVE-EPISODE-DETAILS.
      *================================================================*
      * The ward and admission time the coding work item needs go     *
      * with the occupancy row - keep them before it is deleted        *
      *================================================================*
           MOVE SPACES TO DB2-EP-WARD
           MOVE SPACES TO DB2-EP-ADMIT

           EXEC SQL
               SELECT WARDCODE, CHAR(ADMITDATETIME)
                 INTO :DB2-EP-WARD, :DB2-EP-ADMIT
                 FROM OCCUPANCY
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           EXIT.

      *================================================================*
       QUEUE-CODING-EPISODE.
      *================================================================*
      * Every stay is clinically coded after discharge - a CODEEPISODE *
      * work item awaiting coding (P), its secondary diagnoses seeded  *
      * from the patient's active problem list for the coder to        *
      * confirm.  A problem queueing never fails the discharge.        *
      *================================================================*
           EXEC SQL
               INSERT INTO CODEEPISODE
                         ( EPISODEID,
                           PATIENTID,
                           WARDCODE,
                           ADMITDATETIME,
                           DISCHDATETIME,
                           STATUS,
                           PRIMARYDIAG,
                           CASEMIXGROUP,
                           CODEDBY )
                  VALUES ( DEFAULT,
                           :DB2-PATIENT-ID,
                           :DB2-EP-WARD,
                           TIMESTAMP(:DB2-EP-ADMIT),
                           CURRENT TIMESTAMP,
                           'P',
                           ' ',
                           ' ',
                           ' ' )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              PERFORM WRITE-ERROR-MESSAGE
              GO TO QUEUE-CODING-EXIT
           END-IF

           EXEC SQL
                SET :DB2-EPISODE-ID = IDENTITY_VAL_LOCAL()
           END-EXEC

           EXEC SQL
               INSERT INTO EPISODECODE
                         ( EPISODEID, CODETYPE, CODE )
                  SELECT DISTINCT :DB2-EPISODE-ID, 'S', PROBLEMCODE
                    FROM PROBLEM
                   WHERE PATIENTID = :DB2-PATIENT-ID
                     AND ACTIVE    = 'Y'
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

       QUEUE-CODING-EXIT.
           EXIT.

      *================================================================*
       CHECK-BED-FREE.
      *================================================================*
           IF SQLCODE NOT EQUAL 0 OR DB2-COUNT > ZERO
              MOVE '72' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

      * an empty bed housekeeping has not yet cleaned is not free
           EXEC SQL
               SELECT VALUE(CLEANSTATUS, 'C')
                 INTO :DB2-CLEAN-STATUS
                 FROM BED
                WHERE WARDCODE = :DB2-WARD
                  AND BEDNUM   = :DB2-BED
           END-EXEC

           IF SQLCODE NOT EQUAL 0 OR DB2-CLEAN-STATUS NOT EQUAL 'C'
              MOVE '74' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXIT.

      *================================================================*
       SAVE-VACATED-BED.
      *================================================================*
      * The bed and isolation state the patient is leaving - kept     *
      * before the occupancy row moves on so the bed can be released  *
      * for cleaning                                                   *
      *================================================================*
           MOVE SPACES TO DB2-OLD-WARD
           MOVE SPACES TO DB2-OLD-BED
           MOVE SPACES TO DB2-OLD-ISOLATION

           EXEC SQL
               SELECT WARDCODE, BEDNUM, VALUE(ISOLATION, ' ')
                 INTO :DB2-OLD-WARD, :DB2-OLD-BED, :DB2-OLD-ISOLATION
                 FROM OCCUPANCY
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           EXIT.

      *================================================================*
       RELEASE-BED-FOR-CLEAN.
      *================================================================*
      * The vacated bed goes to awaiting clean - a deep clean (X)     *
      * when the patient was isolation nursed - and a BEDCLEAN row    *
      * starts its turnaround clock.  A problem here never fails the  *
      * move itself.                                                   *
      *================================================================*
           IF DB2-OLD-WARD EQUAL SPACES
              GO TO RELEASE-BED-EXIT
           END-IF

           IF DB2-OLD-ISOLATION EQUAL 'Y'
              MOVE 'X' TO DB2-CLEAN-STATUS
              MOVE 'D' TO DB2-CLEAN-TYPE
           ELSE
              MOVE 'D' TO DB2-CLEAN-STATUS
              MOVE 'S' TO DB2-CLEAN-TYPE
           END-IF

           EXEC SQL
               UPDATE BED
                  SET CLEANSTATUS = :DB2-CLEAN-STATUS
                WHERE WARDCODE = :DB2-OLD-WARD
                  AND BEDNUM   = :DB2-OLD-BED
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              PERFORM WRITE-ERROR-MESSAGE
              GO TO RELEASE-BED-EXIT
           END-IF

           EXEC SQL
               INSERT INTO BEDCLEAN
                         ( WARDCODE,
                           BEDNUM,
                           RELEASEDDATETIME,
                           CLEANTYPE,
                           CLEANEDDATETIME,
                           CLEANEDBY,
                           NEXTADMITDATETIME )
                  VALUES ( :DB2-OLD-WARD,
                           :DB2-OLD-BED,
                           CURRENT TIMESTAMP,
                           :DB2-CLEAN-TYPE,
                           NULL,
                           ' ',
                           NULL )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

       RELEASE-BED-EXIT.
           EXIT.

      *================================================================*
       RECORD-BED-TURNAROUND.
      *================================================================*
      * A patient into a cleaned bed stops the clean-to-admission     *
      * clock on the bed's latest turnaround.  Never fails the move.  *
      *================================================================*
           EXEC SQL
               UPDATE BEDCLEAN
                  SET NEXTADMITDATETIME = CURRENT TIMESTAMP
                WHERE WARDCODE = :DB2-WARD
                  AND BEDNUM   = :DB2-BED
                  AND CLEANEDDATETIME   IS NOT NULL
                  AND NEXTADMITDATETIME IS NULL
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           EXIT.

      *================================================================*
       MARK-BED-CLEAN.
      *================================================================*
      * Housekeeping marks a released bed clean and ready.  A bed     *
      * awaiting a deep clean is only accepted as deep cleaned.       *
      *================================================================*
           IF CA-WB-CLEAN-TYPE NOT EQUAL 'S' AND
              CA-WB-CLEAN-TYPE NOT EQUAL 'D'
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' SELECT BED' TO EM-SQLREQ
           EXEC SQL
               SELECT VALUE(CLEANSTATUS, 'C')
                 INTO :DB2-CLEAN-STATUS
                 FROM BED
                WHERE WARDCODE = :DB2-WARD
                  AND BEDNUM   = :DB2-BED
           END-EXEC

           Evaluate SQLCODE
             When 0
               CONTINUE
             When 100
               MOVE '71' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           End-Evaluate

           IF DB2-CLEAN-STATUS EQUAL 'C'
              MOVE '01' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           IF DB2-CLEAN-STATUS EQUAL 'X' AND
              CA-WB-CLEAN-TYPE NOT EQUAL 'D'
              MOVE '75' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' UPDATE BED' TO EM-SQLREQ
           EXEC SQL
               UPDATE BED
                  SET CLEANSTATUS = 'C'
                WHERE WARDCODE = :DB2-WARD
                  AND BEDNUM   = :DB2-BED
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' UPDATE BEDCLEAN' TO EM-SQLREQ
           EXEC SQL
               UPDATE BEDCLEAN
                  SET CLEANEDDATETIME = CURRENT TIMESTAMP,
                      CLEANTYPE       = :CA-WB-CLEAN-TYPE,
                      CLEANEDBY       = :CA-WB-CLEANED-BY
                WHERE WARDCODE = :DB2-WARD
                  AND BEDNUM   = :DB2-BED
                  AND CLEANEDDATETIME IS NULL
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXIT.

      *================================================================*
       GET-BEDS-TO-CLEAN.
      *================================================================*
      * The ward's beds awaiting a clean, longest waiting first, up   *
      * to the 6 the commarea carries                                  *
      *================================================================*
           MOVE ' SELECT BED' TO EM-SQLREQ
           MOVE ZERO TO WS-BED-COUNT
           MOVE ZERO TO CA-WB-COUNT

           EXEC SQL
               DECLARE CLNCSR CURSOR FOR
               SELECT B.BEDNUM, B.CLEANSTATUS,
                      VALUE(SUBSTR(CHAR(
                            ( SELECT MAX(C.RELEASEDDATETIME)
                                FROM BEDCLEAN C
                               WHERE C.WARDCODE = B.WARDCODE
                                 AND C.BEDNUM   = B.BEDNUM )), 1, 16),
                            ' ')
                 FROM BED B
                WHERE B.WARDCODE = :DB2-WARD
                  AND VALUE(B.CLEANSTATUS, 'C') <> 'C'
                ORDER BY 3, B.BEDNUM
           END-EXEC

           EXEC SQL OPEN CLNCSR END-EXEC

           Evaluate SQLCODE
             When 0
               CONTINUE
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-Evaluate

           PERFORM FETCH-NEXT-DIRTY-BED
               UNTIL SQLCODE NOT EQUAL 0
                  OR WS-BED-COUNT EQUAL 6

           EXEC SQL CLOSE CLNCSR END-EXEC

           MOVE WS-BED-COUNT TO CA-WB-COUNT
           IF WS-BED-COUNT EQUAL ZERO
              MOVE '01' TO CA-RETURN-CODE
           ELSE
              MOVE '00' TO CA-RETURN-CODE
           END-IF.

           EXIT.

      *================================================================*
       FETCH-NEXT-DIRTY-BED.
           EXEC SQL
               FETCH CLNCSR
                INTO :DB2-BED, :DB2-CLEAN-STATUS, :DB2-RELEASED
           END-EXEC

           IF SQLCODE EQUAL 0
              ADD 1 TO WS-BED-COUNT
              MOVE DB2-BED
                   TO CA-WBB-BED (WS-BED-COUNT)
              MOVE ZERO
                   TO CA-WBB-PATIENT-ID (WS-BED-COUNT)
              MOVE SPACES
                   TO CA-WBB-NAME (WS-BED-COUNT)
              MOVE DB2-CLEAN-STATUS
                   TO CA-WBB-CLEAN (WS-BED-COUNT)
              MOVE DB2-RELEASED
                   TO CA-WBB-RELEASED (WS-BED-COUNT)
           END-IF.

           EXIT.
           MOVE ' SELECT OCCUPANCY' TO EM-SQLREQ

           EXEC SQL
               SELECT WARDCODE, BEDNUM,
                      VALUE(CHAR(EXPDISCHDATE, ISO), ' '),
                      VALUE(DELAYREASON, ' '),
                      VALUE(CHAR(DELAYSINCE, ISO), ' ')
                 INTO :DB2-WARD, :DB2-BED, :DB2-EXP-DISCH,
                      :DB2-DELAY-REASON, :DB2-DELAY-SINCE
                 FROM OCCUPANCY
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC
             When 0
               MOVE DB2-WARD TO CA-WB-WARD
               MOVE DB2-BED  TO CA-WB-BED
               MOVE DB2-EXP-DISCH    TO CA-WB-EXP-DISCH
               MOVE DB2-DELAY-REASON TO CA-WB-DELAY-REASON
               MOVE DB2-DELAY-SINCE  TO CA-WB-DELAY-SINCE
               MOVE '00' TO CA-RETURN-CODE
             When 100
               MOVE '01' TO CA-RETURN-CODE
           EXEC SQL
               DECLARE OCCCSR CURSOR FOR
               SELECT O.BEDNUM, O.PATIENTID, P.LASTNAME,
                      VALUE(O.ISOLATION, ' '),
                      CASE WHEN EXISTS
                           ( SELECT 1 FROM RISKDUE D
                              WHERE D.PATIENTID  = O.PATIENTID
                                AND D.ASSESSTYPE = 'F'
                                AND D.RISKLEVEL  = 'H' )
                           THEN 'Y' ELSE 'N' END,
                      CASE WHEN EXISTS
                           ( SELECT 1 FROM RISKDUE D
                              WHERE D.PATIENTID  = O.PATIENTID
                                AND D.ASSESSTYPE = 'P'
                                AND D.RISKLEVEL  = 'H' )
                           THEN 'Y' ELSE 'N' END,
                      VALUE(( SELECT R.RESUSCODE FROM RESUSSTATUS R
                               WHERE R.PATIENTID = O.PATIENTID ), ' '),
                      VALUE(CHAR(O.EXPDISCHDATE, ISO), ' '),
                      VALUE(O.DELAYREASON, ' ')
                 FROM OCCUPANCY O, PATIENT P
                WHERE O.WARDCODE = :DB2-WARD
                  AND O.PATIENTID = P.PATIENTID
           EXEC SQL
               FETCH OCCCSR
                INTO :DB2-BED, :DB2-PATIENT-ID, :DB2-NAME,
                     :DB2-ISOLATION, :DB2-FALLS-RISK, :DB2-PRESS-RISK,
                     :DB2-RESUS, :DB2-EXP-DISCH, :DB2-DELAY-REASON
           END-EXEC

           IF SQLCODE EQUAL 0
                   TO CA-WBB-NAME (WS-BED-COUNT)
              MOVE DB2-ISOLATION
                   TO CA-WBB-ISO (WS-BED-COUNT)
              MOVE DB2-FALLS-RISK
                   TO CA-WBB-FALLS-RISK (WS-BED-COUNT)
              MOVE DB2-PRESS-RISK
                   TO CA-WBB-PRESS-RISK (WS-BED-COUNT)
              MOVE DB2-RESUS
                   TO CA-WBB-RESUS (WS-BED-COUNT)
              MOVE DB2-EXP-DISCH
                   TO CA-WBB-EXP-DISCH (WS-BED-COUNT)
              MOVE DB2-DELAY-REASON
                   TO CA-WBB-DELAY (WS-BED-COUNT)
           END-IF.

           EXIT.

           EXIT.

      *================================================================*
       SET-DISCHARGE-PLAN.
      *================================================================*
      * Record the expected discharge date (blank keeps the one      *
      * planned) and the delay reason for a medically fit patient    *
      * who cannot leave - blank reason ends the delay.  A change of *
      * reason closes the open DISCHDELAY period and opens another,  *
      * so delayed bed-days add up by reason.                         *
      *================================================================*
           IF CA-WB-EXP-DISCH NOT EQUAL SPACES
              IF CA-WB-EXP-DISCH(5:1) NOT EQUAL '-' OR
                 CA-WB-EXP-DISCH(8:1) NOT EQUAL '-' OR
                 CA-WB-EXP-DISCH(1:4) NOT NUMERIC OR
                 CA-WB-EXP-DISCH(6:2) NOT NUMERIC OR
                 CA-WB-EXP-DISCH(9:2) NOT NUMERIC
                 MOVE '87' TO CA-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
              END-IF
           END-IF

           EVALUATE CA-WB-DELAY-REASON
             WHEN SPACES
             WHEN 'CARE'
             WHEN 'TRAN'
             WHEN 'PHAR'
             WHEN 'FAML'
             WHEN 'OTHR'
               CONTINUE
             WHEN OTHER
               MOVE '86' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           MOVE ' SELECT OCCUPANCY' TO EM-SQLREQ
           EXEC SQL
               SELECT WARDCODE, CHAR(ADMITDATETIME),
                      VALUE(DELAYREASON, ' ')
                 INTO :DB2-WARD, :DB2-ADMIT-TS, :DB2-DELAY-REASON
                 FROM OCCUPANCY
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           Evaluate SQLCODE
             When 0
               CONTINUE
             When 100
               MOVE '01' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           End-Evaluate

           IF CA-WB-EXP-DISCH NOT EQUAL SPACES
              MOVE CA-WB-EXP-DISCH TO DB2-EXP-DISCH
              MOVE ' UPDATE OCCUPANCY' TO EM-SQLREQ
              EXEC SQL
                  UPDATE OCCUPANCY
                     SET EXPDISCHDATE = DATE(:DB2-EXP-DISCH)
                   WHERE PATIENTID = :DB2-PATIENT-ID
              END-EXEC

              IF SQLCODE NOT EQUAL 0
                 MOVE '87' TO CA-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
              END-IF
           END-IF

           IF CA-WB-DELAY-REASON NOT EQUAL DB2-DELAY-REASON
              PERFORM END-DISCHARGE-DELAY
              MOVE CA-WB-DELAY-REASON TO DB2-DELAY-REASON
              MOVE ' UPDATE OCCUPANCY' TO EM-SQLREQ
              IF DB2-DELAY-REASON EQUAL SPACES
                 EXEC SQL
                     UPDATE OCCUPANCY
                        SET DELAYREASON = ' ',
                            DELAYSINCE  = NULL
                      WHERE PATIENTID = :DB2-PATIENT-ID
                 END-EXEC
              ELSE
                 PERFORM START-DISCHARGE-DELAY
                 MOVE ' UPDATE OCCUPANCY' TO EM-SQLREQ
                 EXEC SQL
                     UPDATE OCCUPANCY
                        SET DELAYREASON = :DB2-DELAY-REASON,
                            DELAYSINCE  = CURRENT DATE
                      WHERE PATIENTID = :DB2-PATIENT-ID
                 END-EXEC
              END-IF

              IF SQLCODE NOT EQUAL 0
                 MOVE '90' TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS RETURN END-EXEC
              END-IF
           END-IF

           PERFORM GET-PATIENT-BED.

           EXIT.

      *================================================================*
       START-DISCHARGE-DELAY.
      *================================================================*
      * Open a delay period for this stay from today                  *
      *================================================================*
           MOVE ' INSERT DISCHDELAY' TO EM-SQLREQ
           EXEC SQL
               INSERT INTO DISCHDELAY
                         ( PATIENTID,
                           ADMITDATETIME,
                           WARDCODE,
                           DELAYREASON,
                           STARTDATE,
                           ENDDATE )
                  VALUES ( :DB2-PATIENT-ID,
                           TIMESTAMP(:DB2-ADMIT-TS),
                           :DB2-WARD,
                           :DB2-DELAY-REASON,
                           CURRENT DATE,
                           NULL )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXIT.

      *================================================================*
       END-DISCHARGE-DELAY.
      *================================================================*
      * Close the patient's open delay period, if any, at today -     *
      * on a change of reason, the delay ending, or discharge.  A     *
      * problem here never fails a discharge.                          *
      *================================================================*
           EXEC SQL
               UPDATE DISCHDELAY
                  SET ENDDATE = CURRENT DATE
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND ENDDATE IS NULL
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           EXIT.

      *================================================================*
       CHECK-ISOLATION-MOVE.
      *================================================================*
           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSDB.
