      *                                                                *
      *   Business logic for updating an existing patient               *
      *                                                                *
      *   Request 01GPAT marks the patient's address gone away (post   *
      *  came back) - ADDRSTATUS G, audited like any other update,     *
      *  so no more letters go there until the address is changed.     *
      *                                                                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 WS-AUD-POSTCODE          PIC X(11).
           03 WS-AUD-PHONE             PIC X(15).

      * Address images for the gone-away audit entry
       01  WS-AUDIT-ADDR-IMAGE.
           03 WS-AUA-ADDRESS           PIC X(21).
           03 WS-AUA-POSTCODE          PIC X(11).
           03 FILLER                   PIC X(11) VALUE 'ADDRSTATUS='.
           03 WS-AUA-STATUS            PIC X(1).

       01  WS-AUDIT-KEY.
           03 FILLER                   PIC X(8) VALUE 'PATIENT '.
           03 WS-AUD-KEY-PATIENT-ID    PIC 9(10).
       01  DB2-RESEARCH-OPTOUT         PIC X(1).
       01  DB2-HEIGHT-CM               PIC S9(4) COMP.
       01  DB2-PATIENT-TYPE            PIC X(1).
       01  DB2-ADMIN-SEX               PIC X(1).
       01  DB2-ADDRESS                 PIC X(20).
       01  DB2-POSTCODE                PIC X(10).
       01  DB2-ADDR-STATUS             PIC X(1).

      *----------------------------------------------------------------*
      *    DB2 CONTROL
             EXEC CICS RETURN END-EXEC
           END-IF

      * Front desk has a letter back marked gone away - only the
      * address status changes, none of the keyed detail is applied
           IF CA-REQUEST-ID OF DFHCOMMAREA EQUAL '01GPAT'
              PERFORM MARK-GONE-AWAY
              PERFORM CLEAR-DB2-RETRY THRU CLEAR-DB2-RETRY-EXIT
              EXEC CICS RETURN END-EXEC
           END-IF

      *----------------------------------------------------------------*
      * Call routine to Update row in DB2 Patient table                *
           PERFORM READ-BEFORE-IMAGE.

           IF CA-RETURN-CODE OF DFHCOMMAREA EQUAL ZERO
              PERFORM UPDATE-CONFIDENTIALITY
              PERFORM RESET-ADDRESS-STATUS
              PERFORM WRITE-UPDATE-AUDIT
              PERFORM QUEUE-UPDATE-EVENT
              PERFORM QUEUE-SUBSCRIBER-EVENT

      *----------------------------------------------------------------*
      *
           PERFORM CLEAR-DB2-RETRY THRU CLEAR-DB2-RETRY-EXIT
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
                LENGTH(32500)
           END-EXEC.
      **********
           IF CA-RETURN-CODE OF DFHCOMMAREA EQUAL 92
              MOVE ' LINK HCUPDB01' TO EM-SQLREQ
              PERFORM REDO-NESTED-UNIT
           END-IF.

           EXIT.

                Commarea(WS-BEFORE-COMMAREA)
                LENGTH(32500)
           END-EXEC.
           IF CA-RETURN-CODE OF WS-BEFORE-COMMAREA EQUAL 92
              MOVE ' LINK HCP1BI01' TO EM-SQLREQ
              PERFORM REDO-NESTED-UNIT
           END-IF.

           EXIT.

       UPDATE-CONFIDENTIALITY.
      * The confidentiality/research opt-out flags and the height
      * ride this update screen but are applied here - the general
      * demographic update HCUPDB01 serves predates the columns.
      * A caller that does not carry administrative sex leaves it
      * blank, and the value on file stands
           MOVE CA-PATIENT-ID OF DFHCOMMAREA TO DB2-PATIENT-ID
           MOVE CA-CONFIDENTIALITY OF DFHCOMMAREA
                                   TO DB2-CONFIDENTIALITY
                                   TO DB2-HEIGHT-CM
           MOVE CA-PATIENT-TYPE OF DFHCOMMAREA
                                   TO DB2-PATIENT-TYPE
           MOVE CA-ADMIN-SEX OF DFHCOMMAREA
                                   TO DB2-ADMIN-SEX
           IF DB2-ADMIN-SEX EQUAL LOW-VALUES
              MOVE SPACES TO DB2-ADMIN-SEX
           END-IF

           EXEC SQL
               UPDATE PATIENT
                  SET CONFIDENTIALITY = :DB2-CONFIDENTIALITY,
                      RESEARCHOPTOUT  = :DB2-RESEARCH-OPTOUT,
                      HEIGHTCM        = :DB2-HEIGHT-CM,
                      PATIENTTYPE     = :DB2-PATIENT-TYPE,
                      ADMINSEX        =
                        CASE WHEN :DB2-ADMIN-SEX = ' '
                             THEN ADMINSEX
                             ELSE :DB2-ADMIN-SEX END
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC.

           EXIT.

      *----------------------------------------------------------------*
       RESET-ADDRESS-STATUS.
      * A changed address has not been checked against the postal
      * file yet, and a patient marked gone away has now told us
      * where they live - either way the old mark no longer holds
           IF CA-ADDRESS OF DFHCOMMAREA NOT EQUAL
              CA-ADDRESS OF WS-BEFORE-COMMAREA
              OR CA-POSTCODE OF DFHCOMMAREA NOT EQUAL
                 CA-POSTCODE OF WS-BEFORE-COMMAREA
              EXEC SQL
                  UPDATE PATIENT
                     SET ADDRSTATUS  = ' ',
                         ADDRCHECKED = NULL
                   WHERE PATIENTID = :DB2-PATIENT-ID
              END-EXEC
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       MARK-GONE-AWAY.
      * The same mark the mailing-house post-back sets (HCNUBJ01) -
      * cleared again by RESET-ADDRESS-STATUS when the address changes
           MOVE CA-PATIENT-ID OF DFHCOMMAREA TO DB2-PATIENT-ID
           EXEC SQL
               SELECT ADDRESS, POSTCODE, VALUE(ADDRSTATUS, ' ')
                 INTO :DB2-ADDRESS, :DB2-POSTCODE, :DB2-ADDR-STATUS
                 FROM PATIENT
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE OF DFHCOMMAREA
               GO TO MARK-GONE-AWAY-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE OF DFHCOMMAREA
               PERFORM WRITE-ERROR-MESSAGE
               GO TO MARK-GONE-AWAY-EXIT
           END-EVALUATE

      * already marked - nothing changes, so nothing to audit
           IF DB2-ADDR-STATUS EQUAL 'G'
              GO TO MARK-GONE-AWAY-EXIT
           END-IF

           EXEC SQL
               UPDATE PATIENT
                  SET ADDRSTATUS = 'G'
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE OF DFHCOMMAREA
              PERFORM WRITE-ERROR-MESSAGE
              GO TO MARK-GONE-AWAY-EXIT
           END-IF

           MOVE 'HCP1BU01' TO AUD-PROGRAM
           MOVE CA-PATIENT-ID OF DFHCOMMAREA
                               TO WS-AUD-KEY-PATIENT-ID
           MOVE WS-AUDIT-KEY   TO AUD-KEY
           MOVE DB2-ADDRESS    TO WS-AUA-ADDRESS
           MOVE DB2-POSTCODE   TO WS-AUA-POSTCODE
           MOVE DB2-ADDR-STATUS
                               TO WS-AUA-STATUS
           MOVE WS-AUDIT-ADDR-IMAGE TO AUD-BEFORE
           MOVE 'G'            TO WS-AUA-STATUS
           MOVE WS-AUDIT-ADDR-IMAGE TO AUD-AFTER
           PERFORM WRITE-AUDIT-LOG.

       MARK-GONE-AWAY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-UPDATE-AUDIT.
      * Record who changed what - the before image read through
           MOVE CA-ADDRESS OF DFHCOMMAREA     TO FEED-ADDRESS
           MOVE CA-CITY OF DFHCOMMAREA        TO FEED-CITY
           MOVE CA-POSTCODE OF DFHCOMMAREA    TO FEED-POSTCODE
      *    the identifier is never keyed here - it is the one the
      *    before-image read found on the row
           MOVE CA-NATIONAL-ID OF WS-BEFORE-COMMAREA
                                              TO FEED-NATIONAL-ID
           PERFORM WRITE-ADT-FEED.

           EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSDB.
      *----------------------------------------------------------------*
       COPY HCADTPD.
      *----------------------------------------------------------------*
