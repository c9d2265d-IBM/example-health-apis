      *  administering provider must be active on the registry - or   *
      *  return the patient's most recent immunizations (newest       *
      *  first, up to the 5 the commarea carries) for the inquiry     *
      *  screen and the Patient 360 summary.  Every dose is reported  *
      *  to the regional immunization registry: a new or corrected    *
      *  dose waits for the nightly HCIZBJ02 extract, HCIZBJ03 posts  *
      *  the registry's acknowledgments back, and the doses it        *
      *  rejected are returned here as the correction worklist.       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 DB2-GIVEN-DATE           PIC X(10).
           03 DB2-LOT                  PIC X(15).
           03 DB2-PROVIDER-ID          PIC S9(9) COMP.
           03 DB2-REG-STATUS           PIC X(1).
           03 DB2-ERR-CODE             PIC X(8).
           03 DB2-ERR-TEXT             PIC X(60).

      *----------------------------------------------------------------*
      *    DB2 CONTROL
               PERFORM INSERT-IMMUNIZATION
             WHEN '01IIMM'
               PERFORM GET-IMMUNIZATIONS
             WHEN '01CIMM'
               PERFORM CORRECT-IMMUNIZATION
             WHEN '01WIMM'
               PERFORM GET-REJECTED-IMMUNIZATIONS
             WHEN OTHER
               MOVE '98' TO CA-RETURN-CODE
           END-EVALUATE.
      *----------------------------------------------------------------*
       MAINLINE-END.

           PERFORM CLEAR-DB2-RETRY THRU CLEAR-DB2-RETRY-EXIT
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
                           DOSENUMBER,
                           GIVENDATE,
                           LOTNUMBER,
                           PROVIDERID,
                           REGSTATUS )
                  VALUES ( :DB2-PATIENT-ID,
                           :CA-IMM-VACCINE-CODE,
                           :DB2-DOSE-NUMBER,
                           :CA-IMM-GIVEN-DATE,
                           :CA-IMM-LOT,
                           :DB2-PROVIDER-ID,
                           'N' )
             END-EXEC

             IF SQLCODE NOT EQUAL 0

           EXEC SQL
               DECLARE IMMCSR CURSOR FOR
               SELECT VACCINECODE, DOSENUMBER, GIVENDATE, LOTNUMBER,
                      VALUE(REGSTATUS, ' ')
                 FROM IMMUNIZATION
                WHERE PATIENTID = :DB2-PATIENT-ID
                ORDER BY GIVENDATE DESC
           EXEC SQL
               FETCH IMMCSR
                INTO :DB2-VACCINE-CODE, :DB2-DOSE-NUMBER,
                     :DB2-GIVEN-DATE, :DB2-LOT, :DB2-REG-STATUS
           END-EXEC

           IF SQLCODE EQUAL 0
                   TO CA-IMMH-GIVEN (WS-IMM-COUNT)
              MOVE DB2-LOT
                   TO CA-IMMH-LOT (WS-IMM-COUNT)
              MOVE DB2-REG-STATUS
                   TO CA-IMMH-REG-STATUS (WS-IMM-COUNT)
           END-IF.

           EXIT.

      *================================================================*
       CORRECT-IMMUNIZATION.
      *================================================================*
      * Correct the date given, lot and administering provider of the *
      * dose keyed by patient, vaccine and dose number.  A dose the   *
      * registry already holds goes back as a correction (C); one not *
      * yet sent simply stays new.  Any registry error is cleared.    *
      *================================================================*
           MOVE ' SELECT PROVIDER' TO EM-SQLREQ
           MOVE CA-IMM-PROVIDER-ID TO DB2-PROVIDER-ID

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-PROVIDER-COUNT
                 FROM PROVIDER
                WHERE PROVIDERID = :DB2-PROVIDER-ID
                  AND ACTIVE = 'Y'
           END-EXEC

           IF SQLCODE NOT EQUAL 0 OR WS-PROVIDER-COUNT EQUAL ZERO
              MOVE '83' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' UPDATE IMMUNIZATION' TO EM-SQLREQ
           MOVE CA-IMM-DOSE-NUMBER TO DB2-DOSE-NUMBER

           EXEC SQL
               UPDATE IMMUNIZATION
                  SET GIVENDATE  = :CA-IMM-GIVEN-DATE,
                      LOTNUMBER  = :CA-IMM-LOT,
                      PROVIDERID = :DB2-PROVIDER-ID,
                      REGSTATUS  = CASE VALUE(REGSTATUS, 'N')
                                   WHEN 'N' THEN 'N'
                                   ELSE 'C' END,
                      REGERRCODE = ' ',
                      REGERRTEXT = ' '
                WHERE PATIENTID   = :DB2-PATIENT-ID
                  AND VACCINECODE = :CA-IMM-VACCINE-CODE
                  AND DOSENUMBER  = :DB2-DOSE-NUMBER
           END-EXEC

           Evaluate SQLCODE
             When 0
               MOVE '00' TO CA-RETURN-CODE
             When 100
               MOVE '01' TO CA-RETURN-CODE
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           End-Evaluate.

           EXIT.

      *================================================================*
       GET-REJECTED-IMMUNIZATIONS.
      *================================================================*
      * The correction worklist - doses the registry rejected, oldest *
      * submission first, with the registry's error.  A patient id    *
      * narrows it to that patient; zero lists every patient.          *
      *================================================================*
           MOVE ' SELECT IMMUNIZATION' TO EM-SQLREQ
           MOVE ZERO TO WS-IMM-COUNT
           MOVE ZERO TO CA-IMM-COUNT

           EXEC SQL
               DECLARE REJCSR CURSOR FOR
               SELECT PATIENTID, VACCINECODE, DOSENUMBER, GIVENDATE,
                      LOTNUMBER, REGSTATUS,
                      VALUE(REGERRCODE, ' '), VALUE(REGERRTEXT, ' ')
                 FROM IMMUNIZATION
                WHERE REGSTATUS = 'R'
                  AND (:DB2-PATIENT-ID = 0
                       OR PATIENTID = :DB2-PATIENT-ID)
                ORDER BY REGSENTDATETIME, PATIENTID
           END-EXEC

           EXEC SQL OPEN REJCSR END-EXEC

           Evaluate SQLCODE
             When 0
               CONTINUE
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-Evaluate

           PERFORM FETCH-NEXT-REJECTED
               UNTIL SQLCODE NOT EQUAL 0
                  OR WS-IMM-COUNT EQUAL 5

           EXEC SQL CLOSE REJCSR END-EXEC

           MOVE WS-IMM-COUNT TO CA-IMM-COUNT
           IF WS-IMM-COUNT EQUAL ZERO
              MOVE '01' TO CA-RETURN-CODE
           ELSE
              MOVE '00' TO CA-RETURN-CODE
           END-IF.

           EXIT.

      *================================================================*
       FETCH-NEXT-REJECTED.
           EXEC SQL
               FETCH REJCSR
                INTO :DB2-PATIENT-ID, :DB2-VACCINE-CODE,
                     :DB2-DOSE-NUMBER, :DB2-GIVEN-DATE, :DB2-LOT,
                     :DB2-REG-STATUS, :DB2-ERR-CODE, :DB2-ERR-TEXT
           END-EXEC

           IF SQLCODE EQUAL 0
              ADD 1 TO WS-IMM-COUNT
              MOVE DB2-PATIENT-ID
                   TO CA-IMMH-PATIENT-ID (WS-IMM-COUNT)
              MOVE DB2-VACCINE-CODE
                   TO CA-IMMH-VACCINE (WS-IMM-COUNT)
              MOVE DB2-DOSE-NUMBER
                   TO CA-IMMH-DOSE (WS-IMM-COUNT)
              MOVE DB2-GIVEN-DATE
                   TO CA-IMMH-GIVEN (WS-IMM-COUNT)
              MOVE DB2-LOT
                   TO CA-IMMH-LOT (WS-IMM-COUNT)
              MOVE DB2-REG-STATUS
                   TO CA-IMMH-REG-STATUS (WS-IMM-COUNT)
              MOVE DB2-ERR-CODE
                   TO CA-IMMH-ERR-CODE (WS-IMM-COUNT)
              MOVE DB2-ERR-TEXT
                   TO CA-IMMH-ERR-TEXT (WS-IMM-COUNT)
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSDB.
