      *  shift's due doses for every occupied bed of a ward, and the  *
      *  given/withheld capture against each line.  A given dose      *
      *  comes out of dispensary stock the same as one marked taken   *
      *  by the patient.  A withheld dose carries its reason, and an  *
      *  error reason raises a safety incident (HCIRDB01).  HCMWBJ01  *
      *  lists the shift's unsigned doses at handover.  No dose is     *
      *  signed given until the patient's wristband barcode has been  *
      *  scanned and matches the dose's patient; a wrong band is      *
      *  refused and written to the audit log.                        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  STOCK-COMM-AREA.
       COPY HCCMAREA.

      * and for the safety incident a withheld-for-error dose raises
       01  INCIDENT-COMM-AREA.
       COPY HCCMAREA.

       01  WS-INCIDENT-NARRATIVE.
           03 FILLER                   PIC X(24)
                                        VALUE 'Dose withheld on MAR - '.
           03 WS-IN-REASON             PIC X(24).
           03 FILLER                   PIC X(5) VALUE ' med '.
           03 WS-IN-MED-ID             PIC Z(9)9.
           03 FILLER                   PIC X(5) VALUE ' due '.
           03 WS-IN-DOSE-TIME          PIC X(19).

       01  WS-INCIDENT-REPORTER.
           03 FILLER                   PIC X(4) VALUE 'MAR-'.
           03 WS-IR-TERMID             PIC X(4).

       01  WS-SCAN-AUDIT-KEY.
           03 FILLER                   PIC X(4) VALUE 'MAR '.
           03 WS-SAK-PATIENT-ID        PIC 9(10).
           03 FILLER                   PIC X(9) VALUE ' BANDSCAN'.

       COPY HCBCDWS.

       COPY HCADTWS.

      *----------------------------------------------------------------*
      * Host variables
       01  DB2-OUT.
           03 DB2-DRUG-NAME            PIC X(50).
           03 DB2-PDATETIME            PIC X(19).
           03 DB2-TAKEN                PIC X(1).
           03 DB2-REASON               PIC X(2).

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
       MAINLINE-END.

           PERFORM CLEAR-DB2-RETRY THRU CLEAR-DB2-RETRY-EXIT
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
       MARK-DOSE-GIVEN.
      *================================================================*
      * Sign one due dose off as given and move the dispensary       *
      * ledger, exactly as a patient-marked dose does.  The band      *
      * scanned at the bedside must be the dose patient's own         *
      *================================================================*
           MOVE CA-MAR-PATIENT-ID OF DFHCOMMAREA TO DB2-PATIENT-ID
           MOVE CA-MAR-MED-ID OF DFHCOMMAREA     TO DB2-MED-ID
           MOVE CA-MAR-DOSE-TIME OF DFHCOMMAREA  TO DB2-DOSE-TIME

           PERFORM CHECK-WRISTBAND-SCAN

           MOVE ' UPDATE PRESCRIPTION' TO EM-SQLREQ

      *    the order id keeps the signature to one drug - several

           EXIT.

      *================================================================*
       CHECK-WRISTBAND-SCAN.
      *================================================================*
      * No scan at all is refused outright.  A band that is not the   *
      * dose patient's - the wrong-patient administration about to    *
      * happen - is refused and logged with both barcodes so the      *
      * ward manager sees every near miss                             *
      *================================================================*
           IF CA-MAR-SCAN OF DFHCOMMAREA EQUAL SPACES OR LOW-VALUES
              MOVE '88' TO CA-RETURN-CODE OF DFHCOMMAREA
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE CA-MAR-PATIENT-ID OF DFHCOMMAREA TO WS-BCD-PATIENT-ID
           PERFORM BUILD-WRISTBAND-BARCODE

           IF CA-MAR-SCAN OF DFHCOMMAREA NOT EQUAL WS-BCD-BARCODE
              MOVE 'HCMWDB01' TO AUD-PROGRAM
              MOVE CA-MAR-PATIENT-ID OF DFHCOMMAREA
                TO WS-SAK-PATIENT-ID
              MOVE WS-SCAN-AUDIT-KEY TO AUD-KEY
              MOVE SPACES TO AUD-BEFORE
              STRING 'EXPECTED BAND ' WS-BCD-BARCODE
                     ' MED ' CA-MAR-MED-ID OF DFHCOMMAREA
                     ' DUE ' CA-MAR-DOSE-TIME OF DFHCOMMAREA
                 DELIMITED BY SIZE INTO AUD-BEFORE
              MOVE SPACES TO AUD-AFTER
              STRING 'WRISTBAND MISMATCH - SCANNED '
                     CA-MAR-SCAN OF DFHCOMMAREA
                     ' - DOSE REFUSED'
                 DELIMITED BY SIZE INTO AUD-AFTER
              PERFORM WRITE-AUDIT-LOG
              MOVE '86' TO CA-RETURN-CODE OF DFHCOMMAREA
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXIT.

      *================================================================*
       MARK-DOSE-WITHHELD.
      *================================================================*
      * A dose deliberately not given - W keeps it off the missed-    *
      * dose chase but on the end-of-shift exception list.  The       *
      * reason is kept with the dose; an error reason also raises a   *
      * safety incident on the register                               *
      *================================================================*
           MOVE CA-MAR-REASON OF DFHCOMMAREA TO DB2-REASON
           EVALUATE DB2-REASON
             WHEN 'RF'
             WHEN 'NB'
             WHEN 'CH'
             WHEN 'AW'
             WHEN 'ME'
             WHEN 'WP'
             WHEN 'EF'
               CONTINUE
             WHEN OTHER
               MOVE '85' TO CA-RETURN-CODE OF DFHCOMMAREA
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           MOVE CA-MAR-PATIENT-ID OF DFHCOMMAREA TO DB2-PATIENT-ID
           MOVE CA-MAR-MED-ID OF DFHCOMMAREA     TO DB2-MED-ID
           MOVE CA-MAR-DOSE-TIME OF DFHCOMMAREA  TO DB2-DOSE-TIME

           EXEC SQL
               UPDATE PRESCRIPTION
                  SET TAKEN          = 'W',
                      WITHHELDREASON = :DB2-REASON
                WHERE PATIENTID      = :DB2-PATIENT-ID
                  AND PRESCRIPTIONID = :DB2-MED-ID
                  AND PDATETIME      = :DB2-DOSE-TIME
           Evaluate SQLCODE
             When 0
               MOVE '00' TO CA-RETURN-CODE OF DFHCOMMAREA
               IF DB2-REASON EQUAL 'ME' OR 'WP' OR 'EF'
                  PERFORM RAISE-DOSE-INCIDENT
                     THRU RAISE-DOSE-INCIDENT-EXIT
               END-IF
             When 100
               MOVE '01' TO CA-RETURN-CODE OF DFHCOMMAREA
             When Other

           EXIT.

      *================================================================*
       RAISE-DOSE-INCIDENT.
      *================================================================*
      * Report the withheld-for-error dose to the incident register,  *
      * located on the patient's ward.  The dose is recorded withheld *
      * whatever the register does - its failure is logged, not       *
      * returned.  A patient not in a bed is reported with no ward.   *
      *================================================================*
           INITIALIZE INCIDENT-COMM-AREA
           Move '01AINC' To CA-REQUEST-ID  OF INCIDENT-COMM-AREA
           Move ZERO     To CA-RETURN-CODE OF INCIDENT-COMM-AREA
           Move DB2-PATIENT-ID
             To CA-PATIENT-ID OF INCIDENT-COMM-AREA

           EVALUATE DB2-REASON
             WHEN 'ME'
               Move 'MED' To CA-IR-TYPE OF INCIDENT-COMM-AREA
               Move 'medication error' To WS-IN-REASON
             WHEN 'WP'
               Move 'WPT' To CA-IR-TYPE OF INCIDENT-COMM-AREA
               Move 'wrong patient' To WS-IN-REASON
             WHEN OTHER
               Move 'EQP' To CA-IR-TYPE OF INCIDENT-COMM-AREA
               Move 'equipment failure' To WS-IN-REASON
           END-EVALUATE
      *    caught before it reached the patient - governance regrades
      *    it once investigated
           Move 'N' To CA-IR-SEVERITY OF INCIDENT-COMM-AREA
           Move 'M' To CA-IR-SOURCE OF INCIDENT-COMM-AREA

           MOVE SPACES TO DB2-WARD
           MOVE ' SELECT OCCUPANCY' TO EM-SQLREQ
           EXEC SQL
               SELECT WARDCODE
                 INTO :DB2-WARD
                 FROM OCCUPANCY
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           IF SQLCODE EQUAL 100
              MOVE SPACES TO DB2-WARD
           END-IF
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
              MOVE '90' TO CA-RETURN-CODE OF DFHCOMMAREA
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF
           Move DB2-WARD To CA-IR-LOCATION OF INCIDENT-COMM-AREA

           Move EIBTRMID To WS-IR-TERMID
           Move WS-INCIDENT-REPORTER
             To CA-IR-REPORTER OF INCIDENT-COMM-AREA
           Move DB2-MED-ID    To WS-IN-MED-ID
           Move DB2-DOSE-TIME To WS-IN-DOSE-TIME
           Move WS-INCIDENT-NARRATIVE
             To CA-IR-NARRATIVE OF INCIDENT-COMM-AREA

           EXEC CICS LINK Program('HCIRDB01')
                Commarea(INCIDENT-COMM-AREA)
                LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE OF INCIDENT-COMM-AREA EQUAL 92
              MOVE ' LINK HCIRDB01' TO EM-SQLREQ
              PERFORM REDO-NESTED-UNIT
           END-IF

           IF CA-RETURN-CODE OF INCIDENT-COMM-AREA NOT EQUAL ZERO
              MOVE ' LINK HCIRDB01' TO EM-SQLREQ
              PERFORM WRITE-ERROR-MESSAGE
              GO TO RAISE-DOSE-INCIDENT-EXIT
           END-IF.

       RAISE-DOSE-INCIDENT-EXIT.
           EXIT.

      *================================================================*
       DECREMENT-STOCK.
      *================================================================*
                LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE OF STOCK-COMM-AREA EQUAL 92
              MOVE ' LINK HCSKDB01' TO EM-SQLREQ
              PERFORM REDO-NESTED-UNIT
           END-IF

      *    the dispensary refusing the issue - every lot expired or
      *    empty - takes the signature back with it: the dose was
      *    not given
           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSDB.

      *----------------------------------------------------------------*
       COPY HCBCDPD.

      *----------------------------------------------------------------*
       COPY HCADTPD.
