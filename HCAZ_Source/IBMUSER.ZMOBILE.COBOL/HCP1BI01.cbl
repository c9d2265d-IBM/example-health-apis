      *        lookup ('01IPAT'), selecting directly against PATIENT/  *
      *        PATIENTUSER since neither search has an equivalent in   *
      *        HCIPDB01.                                                *
      *  2026  Returned the patient's administrative sex with the      *
      *        type/facility read after HCIPDB01, for the growth       *
      *        centiles and the patient screen.                        *
      *  2026  Returned the count of imaging reports on file so the    *
      *        patient screen can point the desk at HCXR.              *
      *  2026  Returned the national patient identifier and its trace  *
      *        status with the type/facility read.                     *
      *  2026  A deadlock reported back by HCIPDB01 (92) now redoes    *
      *        the whole inquiry rather than returning busy.           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-VL-TRANSID               PIC X(4).
       01  DB2-HH-ID                   PIC S9(9) COMP.
       01  DB2-HH-SAFEGUARD            PIC X(1).
       01  DB2-IMG-REPORTS             PIC S9(9) COMP.
       01  WS-CONF-ENTITLED            PIC X(1) VALUE 'N'.
       01  DB2-PATIENT-TYPE            PIC X(1).
       01  DB2-ADMIN-SEX               PIC X(1).
       01  DB2-NATIONAL-ID             PIC X(10).
       01  DB2-NATID-STATUS            PIC X(1).
       01  DB2-TYPE-PATIENT-ID         PIC S9(9) COMP.
      * A terminal listed on TERMFACILITY is held to its own site's
      * patients unless a supervisor is signed on
      * END PROGRAM and return to caller                               *
      *----------------------------------------------------------------*
       MAINLINE-END.
           PERFORM CLEAR-DB2-RETRY THRU CLEAR-DB2-RETRY-EXIT
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
                 LENGTH(32500)
             END-EXEC.

           IF CA-RETURN-CODE EQUAL 92
              MOVE ' LINK HCIPDB01' TO EM-SQLREQ
              PERFORM REDO-NESTED-UNIT
           END-IF

      * the patient-type, facility and administrative sex postdate
      * HCIPDB01 - read them here so the screens can mark a
      * test/training record and show the site
           IF CA-RETURN-CODE EQUAL ZERO
              MOVE CA-PATIENT-ID TO DB2-TYPE-PATIENT-ID
              EXEC SQL
                  SELECT VALUE(PATIENTTYPE, ' '),
                         VALUE(FACILITY, ' '),
                         VALUE(ADMINSEX, ' '),
                         VALUE(NATIONALID, ' '),
                         VALUE(NATIDSTATUS, ' ')
                    INTO :DB2-PATIENT-TYPE, :DB2-FACILITY,
                         :DB2-ADMIN-SEX, :DB2-NATIONAL-ID,
                         :DB2-NATID-STATUS
                    FROM PATIENT
                   WHERE PATIENTID = :DB2-TYPE-PATIENT-ID
              END-EXEC
              IF SQLCODE EQUAL 0
                 MOVE DB2-PATIENT-TYPE TO CA-PATIENT-TYPE
                 MOVE DB2-FACILITY TO CA-PATIENT-FACILITY
                 MOVE DB2-ADMIN-SEX TO CA-ADMIN-SEX
                 MOVE DB2-NATIONAL-ID TO CA-NATIONAL-ID
                 MOVE DB2-NATID-STATUS TO CA-NATID-STATUS
              END-IF

      * a terminal tied to a facility may only read its own site's
      * caution, ride back so the desk sees both at a glance
              IF CA-RETURN-CODE EQUAL ZERO
                 PERFORM GET-HOUSEHOLD-HINT
                 PERFORM GET-IMAGING-HINT
              END-IF
           END-IF.


           EXIT.

      *----------------------------------------------------------------*
       GET-IMAGING-HINT.
      * reported imaging orders on file - the report itself is read
      * on the imaging screen
           MOVE ZERO TO CA-IMG-REPORTS

           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-IMG-REPORTS
                 FROM IMAGEORDER
                WHERE PATIENTID = :DB2-TYPE-PATIENT-ID
                  AND STATUS    = 'R'
           END-EXEC

           IF SQLCODE EQUAL 0
              IF DB2-IMG-REPORTS > 99
                 MOVE 99 TO CA-IMG-REPORTS
              ELSE
                 MOVE DB2-IMG-REPORTS TO CA-IMG-REPORTS
              END-IF
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       WRITE-VIEW-LOG.
      * who/terminal/transaction/when for the confidential read - a
               LENGTH(32500)
           END-EXEC.

      * redone from the top as a break-glass request, log row and all
           IF CA-RETURN-CODE EQUAL 92
              MOVE '01BPAT' TO CA-REQUEST-ID
              MOVE ' LINK HCIPDB01' TO EM-SQLREQ
              PERFORM REDO-NESTED-UNIT
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSDB.
